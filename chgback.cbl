           >>source format free
identification division.
program-id. chgback.
author. alexoh@wcoding.
*> Monthly batch chargeback: who the nightly batch actually runs for.
*> Each day-program's elapsed seconds for the month (run.history,
*> plus an archived ledger from histclose when one is named) are
*> split evenly across the departments that consume its output:
*>   - every recipient report.rte routes the program's report to,
*>   - every downstream job that acknowledged (extack) an answext
*>     extract taken in the month whose day range covers the day --
*>     the extract's extract.sub consumer, or for an extract taken
*>     with no consumer the user who acknowledged it.
*> Recipient, consumer and acknowledging-user codes are turned into a
*> department through consumer.mst ("code dept", cols 1-10 and
*> 12-21); a code not on the master is its own department.
*> Elapsed time nobody claims is charged to shop OVERHEAD and the
*> unclaimed day-programs are listed, as candidates to stop running
*> nightly.
*> Control card (ch.ctl):
*>   MONTH=yyyymm       month to charge (default the current month)
*>   ARCHIVE=name       a histclose archive (hist<YYYYMMDD>.arc) to
*>                      read as well, for a month already closed
*> Return code 4 when any day-program ran unclaimed in the month.

environment division.
  input-output section.
    file-control.
      select hfile assign to hist_filename
        organization is line sequential
        file status is hfilestat.
      select rtefile assign to "report.rte"
        organization is line sequential
        file status is rtefilestat.
      select ledfile assign to "extract.led"
        organization is line sequential
        file status is ledfilestat.
      select cmfile assign to "consumer.mst"
        organization is line sequential
        file status is cmfilestat.

data division.
  file section.
    fd hfile.
    01 hfileline pic x(71).

    fd rtefile.
    01 rtefileline pic x(20).

    fd ledfile.
    01 ledfileline pic x(86).

    fd cmfile.
    01 cmfileline pic x(21).

  working-storage section.
    01 hfilestat pic xx.
    01 rtefilestat pic xx.
    01 ledfilestat pic xx.
    01 cmfilestat pic xx.
    01 hist_filename pic x(20).
    77 file_eof pic x.

    *> One row per day-program run in the month, with the departments
    *> found consuming it.
    01 prog_stats.
      02 pg_cnt pic s9(4) comp value 0.
      02 pg_row occurs 0 to 200 times depending on pg_cnt
          indexed by pg_idx.
        03 pg_day pic x(3).
        03 pg_runs pic 9(6).
        03 pg_elapsed pic 9(9).
        03 pg_dept_cnt pic s9(4) comp.
        03 pg_dept pic x(10) occurs 20 times.
    77 pg_found pic x.

    *> Department totals; OVERHEAD is the shop's own.
    01 dept_stats.
      02 dp_cnt pic s9(4) comp value 0.
      02 dp_row occurs 0 to 200 times depending on dp_cnt
          indexed by dp_idx.
        03 dp_name pic x(10).
        03 dp_secs pic 9(9)v99.
        03 dp_progs pic 9(4).
    77 dp_found pic x.

    *> consumer.mst, consumer code to department.
    01 consumer_map.
      02 cm_cnt pic s9(4) comp value 0.
      02 cm_row occurs 0 to 500 times depending on cm_cnt
          indexed by cm_idx.
        03 cm_code pic x(10).
        03 cm_dept pic x(10).

    77 month_parm pic x(6).
    77 archive_parm pic x(20).
    77 consumer_code pic x(10).
    77 dept_name pic x(10).
    77 dept_idx pic s9(4) comp.
    77 dept_found pic x.
    77 ext_from pic 99.
    77 ext_to pic 99.
    77 day_num pic 99.
    77 share_secs pic 9(9)v99.
    77 total_secs pic 9(9) value 0.
    77 overhead_secs pic 9(9) value 0.
    77 unclaimed_cnt pic s9(4) comp value 0.
    77 hist_rec_cnt pic s9(8) comp value 0.
    77 route_cnt pic s9(4) comp value 0.
    77 extract_cnt pic s9(4) comp value 0.
    77 pct_work pic 9(3)v9.
    77 line_ptr pic s9(4) comp.
    77 curr_date_time pic x(21).
    77 disp-secs pic z(8)9.
    77 disp-share pic z(8)9.99.
    77 disp-runs pic z(5)9.
    77 disp-cnt pic z(3)9.
    77 disp-pct pic zz9.9.
    77 report-line pic x(999).

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
  move function current-date to curr_date_time
  call 'lib-readdata' using function module-id ".ctl" ctl_all_lines

  move "MONTH" to parm_keyword
  move curr_date_time(1:6) to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  move parm_value(1:6) to month_parm
  if month_parm is not numeric
    display "chgback: MONTH must be yyyymm -- using "
        curr_date_time(1:6) "."
    move curr_date_time(1:6) to month_parm
  end-if

  move "ARCHIVE" to parm_keyword
  move spaces to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  move parm_value(1:20) to archive_parm

  perform load_consumer_map
  move "run.history" to hist_filename
  perform load_history
  if archive_parm not = spaces
    move archive_parm to hist_filename
    perform load_history
  end-if
  perform load_report_routes
  perform load_extract_consumers
  perform allocate_elapsed

  call 'lib-writereport' using function module-id "O" report-line
  move spaces to report-line
  string "BATCH ELAPSED-TIME CHARGEBACK -- MONTH " month_parm(1:4) "-"
    month_parm(5:2)
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  move total_secs to disp-secs
  move spaces to report-line
  string "TOTAL ELAPSED SECONDS: " function trim(disp-secs)
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  perform report_by_program
  perform report_by_department
  perform report_unclaimed
  call 'lib-writereport' using function module-id "C" report-line

  display "chgback: " month_parm " -- " hist_rec_cnt " history record(s), "
      route_cnt " route(s), " extract_cnt " acknowledged extract(s)."
  display "chgback: " pg_cnt " day-program(s), " dp_cnt
      " department(s), " unclaimed_cnt " unclaimed."
  if unclaimed_cnt > 0
    move 4 to return-code
  end-if
  goback.

load_consumer_map.
  move "N" to file_eof
  open input cmfile
  if cmfilestat not = "00"
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read cmfile at end move "Y" to file_eof
      not at end
        if cmfileline(1:10) not = spaces and cmfileline(12:10) not = spaces
            and cm_cnt < 500
          add 1 to cm_cnt
          move cmfileline(1:10) to cm_code(cm_cnt)
          move cmfileline(12:10) to cm_dept(cm_cnt)
        end-if
    end-read
  end-perform
  close cmfile
  .

load_history.
  move "N" to file_eof
  open input hfile
  if hfilestat not = "00"
    display "chgback: no " function trim(hist_filename) " on file."
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read hfile at end move "Y" to file_eof
      not at end
        if hfileline(1:6) is numeric and hfileline(8:6) = month_parm
            and hfileline(47:7) is numeric
          add 1 to hist_rec_cnt
          perform tally_history
        end-if
    end-read
  end-perform
  close hfile
  .

tally_history.
  move "N" to pg_found
  perform varying pg_idx from 1 by 1
      until pg_idx > pg_cnt or pg_found = "Y"
    if pg_day(pg_idx) = hfileline(24:3)
      move "Y" to pg_found
    end-if
  end-perform
  if pg_found = "Y"
    subtract 1 from pg_idx
  else
    if pg_cnt >= 200
      exit paragraph
    end-if
    add 1 to pg_cnt
    move pg_cnt to pg_idx
    move hfileline(24:3) to pg_day(pg_idx)
    move 0 to pg_runs(pg_idx)
    move 0 to pg_elapsed(pg_idx)
    move 0 to pg_dept_cnt(pg_idx)
  end-if
  add 1 to pg_runs(pg_idx)
  add function numval(hfileline(47:7)) to pg_elapsed(pg_idx)
  add function numval(hfileline(47:7)) to total_secs
  .

*> A report routed to a recipient is consumed by that recipient.
load_report_routes.
  move "N" to file_eof
  open input rtefile
  if rtefilestat not = "00"
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read rtefile at end move "Y" to file_eof
      not at end
        if rtefileline(1:10) not = spaces and rtefileline(12:8) not = spaces
          add 1 to route_cnt
          perform varying pg_idx from 1 by 1 until pg_idx > pg_cnt
            if function trim(rtefileline(1:10)) = function trim(pg_day(pg_idx))
              move rtefileline(12:8) to consumer_code
              perform add_program_consumer
            end-if
          end-perform
        end-if
    end-read
  end-perform
  close rtefile
  .

*> Only an acknowledged extract proves someone downstream took it.
load_extract_consumers.
  move "N" to file_eof
  open input ledfile
  if ledfilestat not = "00"
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read ledfile at end move "Y" to file_eof
      not at end
        if ledfileline(1:6) is numeric and ledfileline(8:6) = month_parm
            and ledfileline(39:8) = "ACKED   "
            and ledfileline(24:2) is numeric and ledfileline(27:2) is numeric
          add 1 to extract_cnt
          move ledfileline(24:2) to ext_from
          move ledfileline(27:2) to ext_to
          move ledfileline(64:10) to consumer_code
          if ledfileline(79:8) not = spaces
            move ledfileline(79:8) to consumer_code
          end-if
          perform varying pg_idx from 1 by 1 until pg_idx > pg_cnt
            if pg_day(pg_idx)(1:2) is numeric
              move pg_day(pg_idx)(1:2) to day_num
              if day_num >= ext_from and day_num <= ext_to
                perform add_program_consumer
              end-if
            end-if
          end-perform
        end-if
    end-read
  end-perform
  close ledfile
  .

add_program_consumer.
  move consumer_code to dept_name
  perform varying cm_idx from 1 by 1 until cm_idx > cm_cnt
    if cm_code(cm_idx) = consumer_code
      move cm_dept(cm_idx) to dept_name
    end-if
  end-perform
  move "N" to dept_found
  perform varying dept_idx from 1 by 1
      until dept_idx > pg_dept_cnt(pg_idx)
    if pg_dept(pg_idx dept_idx) = dept_name
      move "Y" to dept_found
    end-if
  end-perform
  if dept_found = "N" and pg_dept_cnt(pg_idx) < 20
    add 1 to pg_dept_cnt(pg_idx)
    move dept_name to pg_dept(pg_idx pg_dept_cnt(pg_idx))
  end-if
  .

*> Even split across the consuming departments; nobody consuming
*> puts the whole of it on OVERHEAD.
allocate_elapsed.
  perform varying pg_idx from 1 by 1 until pg_idx > pg_cnt
    if pg_dept_cnt(pg_idx) = 0
      add 1 to unclaimed_cnt
      add pg_elapsed(pg_idx) to overhead_secs
      move "OVERHEAD" to dept_name
      move pg_elapsed(pg_idx) to share_secs
      perform charge_department
    else
      compute share_secs rounded =
          pg_elapsed(pg_idx) / pg_dept_cnt(pg_idx)
      perform varying dept_idx from 1 by 1
          until dept_idx > pg_dept_cnt(pg_idx)
        move pg_dept(pg_idx dept_idx) to dept_name
        perform charge_department
      end-perform
    end-if
  end-perform
  .

charge_department.
  move "N" to dp_found
  perform varying dp_idx from 1 by 1
      until dp_idx > dp_cnt or dp_found = "Y"
    if dp_name(dp_idx) = dept_name
      move "Y" to dp_found
    end-if
  end-perform
  if dp_found = "Y"
    subtract 1 from dp_idx
  else
    if dp_cnt >= 200
      exit paragraph
    end-if
    add 1 to dp_cnt
    move dp_cnt to dp_idx
    move dept_name to dp_name(dp_idx)
    move 0 to dp_secs(dp_idx)
    move 0 to dp_progs(dp_idx)
  end-if
  add share_secs to dp_secs(dp_idx)
  add 1 to dp_progs(dp_idx)
  .

report_by_program.
  move spaces to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move "--- ELAPSED BY DAY-PROGRAM ---" to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move "DAY   RUNS   SECONDS   SHARE EACH  CONSUMING DEPARTMENTS"
      to report-line
  call 'lib-writereport' using function module-id "H" report-line
  perform varying pg_idx from 1 by 1 until pg_idx > pg_cnt
    move pg_runs(pg_idx) to disp-runs
    move pg_elapsed(pg_idx) to disp-secs
    if pg_dept_cnt(pg_idx) = 0
      move pg_elapsed(pg_idx) to share_secs
    else
      compute share_secs rounded =
          pg_elapsed(pg_idx) / pg_dept_cnt(pg_idx)
    end-if
    move share_secs to disp-share
    move spaces to report-line
    string pg_day(pg_idx) " " disp-runs " " disp-secs " " disp-share "  "
      delimited by size into report-line
    end-string
    move 36 to line_ptr
    if pg_dept_cnt(pg_idx) = 0
      string "OVERHEAD (NO CONSUMER)" delimited by size into report-line
          with pointer line_ptr
      end-string
    else
      perform varying dept_idx from 1 by 1
          until dept_idx > pg_dept_cnt(pg_idx)
        string function trim(pg_dept(pg_idx dept_idx)) " "
            delimited by size into report-line with pointer line_ptr
        end-string
      end-perform
    end-if
    call 'lib-writereport' using function module-id "W" report-line
  end-perform
  if pg_cnt = 0
    move "NO RUN.HISTORY RECORDS FOR THE MONTH" to report-line
    call 'lib-writereport' using function module-id "W" report-line
  end-if
  .

report_by_department.
  move spaces to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move "--- CHARGE BY DEPARTMENT ---" to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move "DEPARTMENT      SECONDS    PCT  DAY-PROGRAMS" to report-line
  call 'lib-writereport' using function module-id "H" report-line
  perform varying dp_idx from 1 by 1 until dp_idx > dp_cnt
    move dp_secs(dp_idx) to disp-share
    if total_secs > 0
      compute pct_work rounded = (dp_secs(dp_idx) * 100) / total_secs
    else
      move 0 to pct_work
    end-if
    move pct_work to disp-pct
    move dp_progs(dp_idx) to disp-cnt
    move spaces to report-line
    string dp_name(dp_idx) disp-share " " disp-pct "  " disp-cnt
      delimited by size into report-line
    end-string
    call 'lib-writereport' using function module-id "W" report-line
  end-perform
  .

report_unclaimed.
  move spaces to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move overhead_secs to disp-secs
  move unclaimed_cnt to disp-cnt
  move spaces to report-line
  string "--- UNCLAIMED (SHOP OVERHEAD): " function trim(disp-cnt)
    " DAY-PROGRAM(S), " function trim(disp-secs) " SECONDS ---"
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  perform varying pg_idx from 1 by 1 until pg_idx > pg_cnt
    if pg_dept_cnt(pg_idx) = 0
      move pg_runs(pg_idx) to disp-runs
      move pg_elapsed(pg_idx) to disp-secs
      move spaces to report-line
      string pg_day(pg_idx) " RAN " function trim(disp-runs)
        " TIME(S), " function trim(disp-secs)
        " SECONDS, NO REPORT ROUTE OR ACKNOWLEDGED EXTRACT"
        " -- CHALLENGE THE NIGHTLY RUN"
        delimited by size into report-line
      end-string
      call 'lib-writereport' using function module-id "W" report-line
    end-if
  end-perform
  .
