*> Retired players (rostermnt status R) are excluded from brackets.
*> Output: 02.nxt -- point day 02 at it with a manifest override
*> ("02 .nxt") for the bracket run.
*> Control card (pa.ctl):
*>   PAIRBY=SCORE   closest season scores play each other (default)
*>   PAIRBY=RATING  closest strength ratings (rating.mst, lib-league)
*>                  play each other instead, so a strong player is
*>                  not fed a run of weak ones; a player not yet
*>                  rated counts as 1500, the starting rating

environment division.
  input-output section.
      select ofile assign to "02.nxt"
        organization is line sequential
        file status is ofilestat.
      select rfile assign to "rating.mst"
        organization is line sequential
        file status is rfilestat.

data division.
  file section.
    fd ofile.
    01 ofileline pic x(13).

    fd rfile.
    01 rfileline pic x(22).

  working-storage section.
    01 pfilestat pic xx.
    01 sfilestat pic xx.
    01 tfilestat pic xx.
    01 hfilestat pic xx.
    01 ofilestat pic xx.
    01 rfilestat pic xx.
    77 file_eof pic x.

    *> Active players with their season scores, sorted descending
    *> by the pairing key -- the score, or the rating under
    *> PAIRBY=RATING.
    01 field_table.
      02 field_cnt pic s9(4) comp value 0.
      02 field_row occurs 0 to 99 times depending on field_cnt
        03 field_score pic s9(9) comp.
        03 field_paired pic x.
        03 field_opp pic x(4).
        03 field_key pic s9(9) comp.
    77 sort_pos pic s9(4) comp.
    77 sort_swap pic s9(4) comp.
    01 sort_hold.
      02 hold_score pic s9(9) comp.
      02 hold_paired pic x.
      02 hold_opp pic x(4).
      02 hold_key pic s9(9) comp.

    77 pairby_parm pic x(8).
    77 rating_start pic s9(9) comp value 1500.
    01 ctl_all_lines.
      02 ctl_line_cnt pic s9(8) comp value 0.
      02 ctl_line_row pic x(9999) occurs 0 to 9 times
          depending on ctl_line_cnt indexed by ctl_line_idx.
    77 parm_keyword pic x(12).
    77 parm_default pic x(30).
    77 parm_value pic x(30).
    77 parm_source pic x(4).
    77 parm_echo pic x(60).

    *> Roster status per id, from player.mst col 27.
    01 roster.

procedure division.
  move function current-date to curr_date_time
  call 'lib-readdata' using function module-id ".ctl" ctl_all_lines
  move "PAIRBY" to parm_keyword
  move "SCORE" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  move parm_value(1:8) to pairby_parm
  if pairby_parm not = "SCORE" and pairby_parm not = "RATING"
    display "pairgen: unknown PAIRBY " pairby_parm
    move 8 to return-code
    goback
  end-if
  perform load_roster
  perform load_field
  if pairby_parm = "RATING"
    perform load_ratings
  end-if
  if field_cnt < 2
    display "pairgen: fewer than two active players with standings"
        " -- nothing to pair."
  end-if

  call 'lib-writereport' using function module-id "O" report-line
  move spaces to report-line
  string "PAIRING SHEET -- NEXT BRACKET -- BY " pairby_parm
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  move "ROUND  PLAYER              VS  PLAYER" to report-line
  call 'lib-writereport' using function module-id "H" report-line
  end-if
  move "N" to field_paired(field_cnt)
  move spaces to field_opp(field_cnt)
  move field_score(field_cnt) to field_key(field_cnt)
  .

*> PAIRBY=RATING: each player's rating becomes the pairing key.
load_ratings.
  perform varying field_idx from 1 by 1 until field_idx > field_cnt
    move rating_start to field_key(field_idx)
  end-perform
  move "N" to file_eof
  open input rfile
  if rfilestat not = "00"
    display "pairgen: no rating.mst on file -- every player at "
        rating_start "."
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read rfile at end move "Y" to file_eof
      not at end
        if rfileline(6:4) is numeric
          perform varying field_idx from 1 by 1
              until field_idx > field_cnt
            if field_id(field_idx) = rfileline(1:4)
              move rfileline(6:4) to field_key(field_idx)
            end-if
          end-perform
        end-if
    end-read
  end-perform
  close rfile
  .

*> Prior pairings: the generator's own history plus pairs inferred
  end-perform
  .

*> Descending by key -- the same swap idiom seasonrpt uses.
sort_field.
  perform varying sort_pos from 1 by 1 until sort_pos > field_cnt
    perform varying sort_swap from 1 by 1
        until sort_swap >= field_cnt
      if field_key(sort_swap) < field_key(sort_swap + 1)
        move field_row(sort_swap) to sort_hold
        move field_row(sort_swap + 1) to field_row(sort_swap)
        move sort_hold to field_row(sort_swap + 1)
  end-perform
  .

*> Nearest-key unpaired opponent who is not a repeat; when only
*> repeats remain, the nearest repeat plays again, flagged.
pair_one.
  move 0 to best_idx
      move field_id(pick_idx) to probe_id2
      perform check_played
      if played_found = "N"
        compute score_gap = field_key(field_idx)
            - field_key(pick_idx)
        if score_gap < 0
          compute score_gap = 0 - score_gap
        end-if
    perform varying pick_idx from 1 by 1 until pick_idx > field_cnt
      if pick_idx not = field_idx
          and field_paired(pick_idx) = "N"
        compute score_gap = field_key(field_idx)
            - field_key(pick_idx)
        if score_gap < 0
          compute score_gap = 0 - score_gap
        end-if
