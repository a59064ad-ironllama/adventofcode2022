*> last report. After reporting, each player's last-reported rank is
*> written back to standings.mst so the next report shows movement
*> against this one.
*> Beside each player, the strength rating lib-league keeps on
*> rating.mst and its movement over the last run that rated the
*> player (P after the rating while it is still provisional); a
*> player not yet rated shows none.

environment division.
  input-output section.
      select pfile assign to "player.mst"
        organization is line sequential
        file status is pfilestat.
      select sfile assign to sfile_name
        organization is line sequential
        file status is sfilestat.
      select rfile assign to "rating.mst"
        organization is line sequential
        file status is rfilestat.

data division.
  file section.
    fd sfile.
    01 sfileline pic x(39).

    fd rfile.
    01 rfileline pic x(22).

  working-storage section.
    01 pfilestat pic xx.
    01 sfile_name pic x(40) value "standings.mst".
    01 sfilestat pic xx.
    01 rfilestat pic xx.
    77 file_eof pic x.

    01 roster.
    77 movement pic s9(4) comp.
    77 move_text pic x(6).

    *> Ratings as lib-league keeps them.
    01 ratings.
      02 rating_cnt pic s9(4) comp value 0.
      02 rating_row occurs 0 to 99 times depending on rating_cnt
          indexed by rating_idx.
        03 rating_id pic x(4).
        03 rating_value pic 9(4).
        03 rating_prior pic 9(4).
        03 rating_class pic x.
    77 rating_text pic x(5).
    77 rating_move_text pic x(6).
    77 rating_move pic s9(4) comp.
    77 disp-rating pic z(3)9.

    77 player_name pic x(20).
    77 report-line pic x(999).
    77 disp-rank pic z(3)9.
    77 disp-score pic z(7)9.
    77 disp-move pic +(3)9.

    *> For lib-mstswap -- a master is rewritten as a new copy and
    *> swapped in only once the copy reads back whole.
    77 swap_mode pic x.
    77 swap_master pic x(40).
    77 swap_newcopy pic x(40).
    77 swap_count pic 9(8).
    77 swap_result pic x(4).

procedure division.
  perform recover_masters
  perform load_files
  if stand_cnt = 0
    display "seasonrpt: no standings on file -- nothing to report."
  call 'lib-writereport' using function module-id "W" report-line
  move "RANK ID   NAME                  W      L      D    SCORE  MOVE"
      to report-line
  move "RATING    RMOVE" to report-line(64:15)
  call 'lib-writereport' using function module-id "H" report-line
  move "RANK,ID,NAME,W,L,D,SCORE,MOVE,RATING,RMOVE" to report-line
  call 'lib-writereport' using function module-id "T" report-line

  perform varying rank_pos from 1 by 1 until rank_pos > stand_cnt
    perform report_one_player
    string "  " disp-move delimited by size into move_text
    end-string
  end-if
  perform find_player_rating
  move spaces to report-line
  string disp-rank " " stand_id(rank_temp) " " player_name
    disp-wins " " disp-losses " " disp-draws " " disp-score
    move_text "  " rating_text "  " rating_move_text
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  display function trim(report-line)
  move spaces to report-line
  string function trim(disp-rank) "," function trim(stand_id(rank_temp))
    "," function trim(player_name) "," function trim(disp-wins)
    "," function trim(disp-losses) "," function trim(disp-draws)
    "," function trim(disp-score) "," function trim(move_text)
    "," function trim(rating_text) "," function trim(rating_move_text)
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "R" report-line
  .

find_player_name.
  end-if
  .

find_player_rating.
  move spaces to rating_text
  move spaces to rating_move_text
  perform varying rating_idx from 1 by 1
      until rating_idx > rating_cnt
    if rating_id(rating_idx) = stand_id(rank_temp)
      move rating_value(rating_idx) to disp-rating
      move disp-rating to rating_text
      if rating_class(rating_idx) = "P"
        move "P" to rating_text(5:1)
      end-if
      compute rating_move =
          rating_value(rating_idx) - rating_prior(rating_idx)
      move rating_move to disp-move
      string "  " disp-move delimited by size into rating_move_text
      end-string
    end-if
  end-perform
  .

load_files.
  move 0 to roster_cnt
  move "N" to file_eof
    end-perform
    close sfile
  end-if
  move 0 to rating_cnt
  move "N" to file_eof
  open input rfile
  if rfilestat = "00"
    perform until file_eof = "Y"
      read rfile at end move "Y" to file_eof
        not at end
          if rating_cnt < 99 and rfileline(6:4) is numeric
            add 1 to rating_cnt
            move rfileline(1:4) to rating_id(rating_cnt)
            move rfileline(6:4) to rating_value(rating_cnt)
            move rfileline(11:4) to rating_prior(rating_cnt)
            move rfileline(22:1) to rating_class(rating_cnt)
          end-if
      end-read
    end-perform
    close rfile
  end-if
  .

rewrite_standings.
  move "standings.mst" to swap_master
  move "B" to swap_mode
  call 'lib-mstswap' using function module-id swap_mode swap_master
      swap_newcopy swap_count swap_result
  move swap_newcopy to sfile_name
  open output sfile
  if sfilestat not = "00"
    display "seasonrpt: ERROR writing standings.mst status " sfilestat
    move swap_master to sfile_name
    move 12 to return-code
    exit paragraph
  end-if
  perform varying stand_idx from 1 by 1 until stand_idx > stand_cnt
    move stand_id(stand_idx) to sl_id
    move stand_wins(stand_idx) to sl_wins
    move stand_losses(stand_idx) to sl_losses
    move stand_draws(stand_idx) to sl_draws
    move stand_score(stand_idx) to sl_score
    move stand_lastrank(stand_idx) to sl_lastrank
    write sfileline from stand_line
  end-perform
  close sfile
  move swap_master to sfile_name
  move stand_cnt to swap_count
  move "S" to swap_mode
  call 'lib-mstswap' using function module-id swap_mode swap_master
      swap_newcopy swap_count swap_result
  if swap_result not = "OK  "
    display "seasonrpt: standings.mst NOT UPDATED -- last ranks as before."
    move 12 to return-code
  end-if
  .

*> A rewrite a kill left half-finished is finished or undone before
*> anything reads the master.
recover_masters.
  move "R" to swap_mode
  move "standings.mst" to swap_master
  call 'lib-mstswap' using function module-id swap_mode swap_master
      swap_newcopy swap_count swap_result
  .
