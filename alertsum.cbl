*> night's exceptions instead of a console log nobody reads.
*> Control card (al.ctl): DATE=LAST (default, only the newest date
*> on file), DATE=ALL, or DATE=YYYYMMDD.
*>   CAMP=ccc  one camp's alerts only; CAMP=ALL every camp's, with
*>             the new and acknowledged counts of the camps side by
*>             side at the foot. The default is the camp in force
*>             (BATCHCAMP), else ALL.
*> Alerts acknowledged through ackalert (companion file alerts.ack)
*> are shown in their own ACKNOWLEDGED section, so a fresh FAIL is
*> never buried among the ones already under investigation.
data division.
  file section.
    fd alfile.
    01 alfileline pic x(66).

    fd akfile.
    01 akfileline pic x(77).

    77 report-line pic x(999).

    *> Camp selection, and the counts per camp for the side by side
    *> foot.
    77 want_camp pic x(3).
    77 env_camp pic x(3).
    01 camp_list.
      02 camp_cnt pic s9(4) comp value 0.
      02 camp_row occurs 0 to 20 times depending on camp_cnt
          indexed by camp_idx.
        03 camp_code pic x(3).
        03 camp_new pic s9(8) comp.
        03 camp_acked pic s9(8) comp.
    77 camp_found pic x.
    77 col_ptr pic s9(4) comp.

procedure division.
  call 'lib-readdata' using function module-id ".ctl" ctl_all_lines
  move "DATE" to parm_keyword
  display function trim(parm_echo)
  move parm_value(1:8) to want_date

  accept env_camp from environment "BATCHCAMP"
  move "CAMP" to parm_keyword
  move "ALL" to parm_default
  if env_camp not = spaces
    move env_camp to parm_default
  end-if
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  move parm_value(1:3) to want_camp

  if want_date = "LAST"
    perform find_newest_date
    move newest_date to want_date

  call 'lib-writereport' using function module-id "O" report-line
  move "BASELINE ALERT SUMMARY" to report-line
  if want_camp not = "ALL"
    string "BASELINE ALERT SUMMARY -- CAMP " want_camp
      delimited by size into report-line
    end-string
  end-if
  call 'lib-writereport' using function module-id "W" report-line
  move "DAY SEV  BASELINE           GOT                DATE     TIME"
      to report-line
    with pointer total_cnt
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  if want_camp = "ALL" and camp_cnt > 1
    perform show_camps_side_by_side
  end-if
  call 'lib-writereport' using function module-id "C" report-line
  display "alertsum: " new_cnt " new, " acked_cnt
      " acknowledged alert(s) for date " want_date "."
            and alfileline(1:4) not = "TRL "
            and (want_date = "ALL" or want_date = spaces
                or alfileline(48:8) = want_date)
            and (want_camp = "ALL" or alfileline(64:3) = want_camp)
          perform find_ack
          if ack_found = want_section
            add 1 to shown_cnt
            perform tally_camp
            display "ALERT: " alfileline
            move alfileline to report-line
            call 'lib-writereport' using function module-id "W"
      read alfile at end move "Y" to alert_eof
        not at end
          if alfileline(48:8) > newest_date
              and (want_camp = "ALL" or alfileline(64:3) = want_camp)
            move alfileline(48:8) to newest_date
          end-if
      end-read
    close alfile
  end-if
  .

tally_camp.
  move "N" to camp_found
  perform varying camp_idx from 1 by 1
      until camp_idx > camp_cnt or camp_found = "Y"
    if camp_code(camp_idx) = alfileline(64:3)
      move "Y" to camp_found
    end-if
  end-perform
  if camp_found = "Y"
    subtract 1 from camp_idx
  else
    if camp_cnt >= 20
      exit paragraph
    end-if
    add 1 to camp_cnt
    move camp_cnt to camp_idx
    move alfileline(64:3) to camp_code(camp_idx)
    move 0 to camp_new(camp_idx)
    move 0 to camp_acked(camp_idx)
  end-if
  if want_section = "N"
    add 1 to camp_new(camp_idx)
  else
    add 1 to camp_acked(camp_idx)
  end-if
  .

*> One column per camp: its new and its acknowledged alerts.
show_camps_side_by_side.
  move "--- BY CAMP ---" to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move spaces to report-line
  move 20 to col_ptr
  perform varying camp_idx from 1 by 1 until camp_idx > camp_cnt
    if camp_code(camp_idx) = spaces
      move "(NONE)" to report-line(col_ptr + 2:6)
    else
      move camp_code(camp_idx) to report-line(col_ptr + 5:3)
    end-if
    add 10 to col_ptr
  end-perform
  call 'lib-writereport' using function module-id "W" report-line
  move spaces to report-line
  move "NEW" to report-line(1:3)
  move 20 to col_ptr
  perform varying camp_idx from 1 by 1 until camp_idx > camp_cnt
    move camp_new(camp_idx) to disp-cnt
    move disp-cnt to report-line(col_ptr + 1:7)
    add 10 to col_ptr
  end-perform
  call 'lib-writereport' using function module-id "W" report-line
  display function trim(report-line)
  move spaces to report-line
  move "ACKNOWLEDGED" to report-line(1:12)
  move 20 to col_ptr
  perform varying camp_idx from 1 by 1 until camp_idx > camp_cnt
    move camp_acked(camp_idx) to disp-cnt
    move disp-cnt to report-line(col_ptr + 1:7)
    add 10 to col_ptr
  end-perform
  call 'lib-writereport' using function module-id "W" report-line
  display function trim(report-line)
  .
