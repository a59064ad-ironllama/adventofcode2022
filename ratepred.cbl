           >>source format free
identification division.
program-id. ratepred.
author. alexoh@wcoding.
*> Predicted results for the scheduled 02 league pairings. pairgen
*> appends each bracket's pairings to pairing.mst ("id1 id2 date");
*> the schedule is the latest date's pairings there. For each one,
*> both players' strength ratings (rating.mst, kept by lib-league)
*> and each player's expected score on the same formula lib-league
*> rates with, 1 / (1 + 10 ** ((opponent - own) / 400)), shown as a
*> percentage. The favourite is the player expected to score more;
*> within 5 points of 50% the pairing is called EVEN. A player not
*> yet rated counts as 1500, and a pairing with a provisional (or
*> unrated) player is marked PROVISIONAL -- the rating is still
*> finding its level.
*> Control card (ra.ctl):
*>   DATE=yyyymmdd   the pairings generated that day instead of the
*>                   latest
*> Return code 8 when pairing.mst has no pairings for the date.

environment division.
  input-output section.
    file-control.
      select hfile assign to "pairing.mst"
        organization is line sequential
        file status is hfilestat.
      select pfile assign to "player.mst"
        organization is line sequential
        file status is pfilestat.
      select rfile assign to "rating.mst"
        organization is line sequential
        file status is rfilestat.

data division.
  file section.
    fd hfile.
    01 hfileline pic x(18).

    fd pfile.
    01 pfileline pic x(27).

    fd rfile.
    01 rfileline pic x(22).

  working-storage section.
    01 hfilestat pic xx.
    01 pfilestat pic xx.
    01 rfilestat pic xx.
    77 file_eof pic x.

    01 roster.
      02 roster_cnt pic s9(4) comp value 0.
      02 roster_row occurs 0 to 99 times depending on roster_cnt
          indexed by roster_idx.
        03 roster_id pic x(4).
        03 roster_name pic x(20).

    01 ratings.
      02 rating_cnt pic s9(4) comp value 0.
      02 rating_row occurs 0 to 99 times depending on rating_cnt
          indexed by rating_idx.
        03 rating_id pic x(4).
        03 rating_value pic 9(4).
        03 rating_class pic x.

    *> The schedule: the pairings of the chosen date.
    01 schedule.
      02 sched_cnt pic s9(4) comp value 0.
      02 sched_row occurs 0 to 999 times depending on sched_cnt
          indexed by sched_idx.
        03 sched_id1 pic x(4).
        03 sched_id2 pic x(4).
    77 sched_date pic x(8).
    77 date_parm pic x(8).

    77 lookup_id pic x(4).
    77 player_name pic x(20).
    77 player_rating pic 9(4).
    77 player_class pic x.
    77 name1 pic x(20).
    77 name2 pic x(20).
    77 rating1 pic 9(4).
    77 rating2 pic 9(4).
    77 provisional_flag pic x.
    77 expected1 pic s9v9(6).
    77 expected2 pic s9v9(6).
    77 pct1 pic s9(3) comp.
    77 pct2 pic s9(3) comp.
    77 favourite_text pic x(28).
    77 even_cnt pic s9(4) comp value 0.
    77 provisional_cnt pic s9(4) comp value 0.
    77 rating_start pic 9(4) value 1500.

    77 report-line pic x(999).
    77 report-ptr pic s9(4) comp.
    77 disp-rating pic z(3)9.
    77 disp-pct pic zz9.
    77 disp-cnt pic z(3)9.

    *> For lib-readdata + lib-parsectl.
    01 ctl_all_lines.
      02 ctl_line_cnt pic s9(8) comp value 0.
      02 ctl_line_row pic x(9999) occurs 0 to 9 times
          depending on ctl_line_cnt indexed by ctl_line_idx.
    77 parm_keyword pic x(12).
    77 parm_default pic x(30).
    77 parm_value pic x(30).
    77 parm_source pic x(4).
    77 parm_echo pic x(60).

procedure division.
  call 'lib-readdata' using function module-id ".ctl" ctl_all_lines
  move "DATE" to parm_keyword
  move "LAST" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  move parm_value(1:8) to date_parm

  perform load_schedule
  if sched_cnt = 0
    display "ratepred: no pairings on pairing.mst for "
        function trim(date_parm) " -- nothing to predict."
    move 8 to return-code
    goback
  end-if
  perform load_roster
  perform load_ratings

  call 'lib-writereport' using function module-id "O" report-line
  move spaces to report-line
  string "PREDICTED RESULTS -- PAIRINGS OF " sched_date
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  move "PLAYER                RATING  EXP%   VS  PLAYER                RATING  EXP%  PREDICTION"
      to report-line
  call 'lib-writereport' using function module-id "H" report-line
  move "ID1,NAME1,RATING1,EXP1,ID2,NAME2,RATING2,EXP2,PREDICTION"
      to report-line
  call 'lib-writereport' using function module-id "T" report-line

  perform varying sched_idx from 1 by 1 until sched_idx > sched_cnt
    perform predict_one_pairing
  end-perform

  move spaces to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move spaces to report-line
  move sched_cnt to disp-cnt
  string "PAIRINGS " function trim(disp-cnt) delimited by size
    into report-line
  end-string
  move function length(function trim(report-line)) to report-ptr
  add 1 to report-ptr
  move even_cnt to disp-cnt
  string "  EVEN " function trim(disp-cnt) delimited by size
    into report-line with pointer report-ptr
  end-string
  move provisional_cnt to disp-cnt
  string "  PROVISIONAL " function trim(disp-cnt) delimited by size
    into report-line with pointer report-ptr
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  call 'lib-writereport' using function module-id "C" report-line
  display "ratepred: " sched_cnt " pairing(s) of " sched_date
      " predicted, " even_cnt " even, " provisional_cnt
      " provisional."
  goback.

*> The pairings of DATE=, or of the latest date on file.
load_schedule.
  move spaces to sched_date
  if date_parm not = "LAST"
    move date_parm to sched_date
  end-if
  move "N" to file_eof
  open input hfile
  if hfilestat not = "00"
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read hfile at end move "Y" to file_eof
      not at end
        if hfileline(1:4) not = spaces
          if date_parm = "LAST" and hfileline(11:8) > sched_date
            move hfileline(11:8) to sched_date
            move 0 to sched_cnt
          end-if
          if hfileline(11:8) = sched_date and sched_cnt < 999
            add 1 to sched_cnt
            move hfileline(1:4) to sched_id1(sched_cnt)
            move hfileline(6:4) to sched_id2(sched_cnt)
          end-if
        end-if
    end-read
  end-perform
  close hfile
  .

load_roster.
  move "N" to file_eof
  open input pfile
  if pfilestat not = "00"
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read pfile at end move "Y" to file_eof
      not at end
        if roster_cnt < 99
          add 1 to roster_cnt
          move pfileline(1:4) to roster_id(roster_cnt)
          move pfileline(6:20) to roster_name(roster_cnt)
        end-if
    end-read
  end-perform
  close pfile
  .

load_ratings.
  move "N" to file_eof
  open input rfile
  if rfilestat not = "00"
    display "ratepred: no rating.mst on file -- every player at "
        rating_start "."
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read rfile at end move "Y" to file_eof
      not at end
        if rating_cnt < 99 and rfileline(6:4) is numeric
          add 1 to rating_cnt
          move rfileline(1:4) to rating_id(rating_cnt)
          move rfileline(6:4) to rating_value(rating_cnt)
          move rfileline(22:1) to rating_class(rating_cnt)
        end-if
    end-read
  end-perform
  close rfile
  .

predict_one_pairing.
  move "N" to provisional_flag
  move sched_id1(sched_idx) to lookup_id
  perform find_player
  move player_name to name1
  move player_rating to rating1
  if player_class not = "E"
    move "Y" to provisional_flag
  end-if
  move sched_id2(sched_idx) to lookup_id
  perform find_player
  move player_name to name2
  move player_rating to rating2
  if player_class not = "E"
    move "Y" to provisional_flag
  end-if

  compute expected1 rounded =
      1 / (1 + 10 ** ((rating2 - rating1) / 400))
  compute expected2 = 1 - expected1
  compute pct1 rounded = expected1 * 100
  compute pct2 = 100 - pct1

  move spaces to favourite_text
  evaluate true
    when pct1 >= 45 and pct1 <= 55
      move "EVEN" to favourite_text
      add 1 to even_cnt
    when pct1 > 55
      string "FAVOURITE " sched_id1(sched_idx)
        delimited by size into favourite_text
      end-string
    when other
      string "FAVOURITE " sched_id2(sched_idx)
        delimited by size into favourite_text
      end-string
  end-evaluate
  if provisional_flag = "Y"
    add 1 to provisional_cnt
    move function length(function trim(favourite_text)) to report-ptr
    add 1 to report-ptr
    string "  PROVISIONAL" delimited by size
      into favourite_text with pointer report-ptr
    end-string
  end-if

  move spaces to report-line
  move name1 to report-line(1:20)
  move rating1 to disp-rating
  move disp-rating to report-line(23:4)
  move pct1 to disp-pct
  move disp-pct to report-line(30:3)
  move "VS" to report-line(37:2)
  move name2 to report-line(41:20)
  move rating2 to disp-rating
  move disp-rating to report-line(63:4)
  move pct2 to disp-pct
  move disp-pct to report-line(70:3)
  move favourite_text to report-line(75:28)
  call 'lib-writereport' using function module-id "W" report-line
  display function trim(report-line)

  move spaces to report-line
  move 1 to report-ptr
  move rating1 to disp-rating
  move pct1 to disp-pct
  string sched_id1(sched_idx) "," function trim(name1) ","
    function trim(disp-rating) "," function trim(disp-pct) ","
    delimited by size into report-line with pointer report-ptr
  end-string
  move rating2 to disp-rating
  move pct2 to disp-pct
  string sched_id2(sched_idx) "," function trim(name2) ","
    function trim(disp-rating) "," function trim(disp-pct) ","
    function trim(favourite_text)
    delimited by size into report-line with pointer report-ptr
  end-string
  call 'lib-writereport' using function module-id "R" report-line
  .

find_player.
  move spaces to player_name
  perform varying roster_idx from 1 by 1
      until roster_idx > roster_cnt
    if roster_id(roster_idx) = lookup_id
      move roster_name(roster_idx) to player_name
    end-if
  end-perform
  if player_name = spaces
    move lookup_id to player_name
  end-if
  move rating_start to player_rating
  move "U" to player_class
  perform varying rating_idx from 1 by 1
      until rating_idx > rating_cnt
    if rating_id(rating_idx) = lookup_id
      move rating_value(rating_idx) to player_rating
      move rating_class(rating_idx) to player_class
    end-if
  end-perform
  .
