*> policy is 0 days (the default). Missing retain.pol applies the
*> shop defaults: DUMP 30, JOURNAL 90, HEARTBEAT 7, SCRATCH 0, and
*> EDIT/REJECT kept.
*> Under a camp (BATCHCAMP) the edit reports and reject files swept
*> are the camp's (lib-campfile).
*> Every removal and every keep lands on the artsweep report.

environment division.
  working-storage section.
    01 polfilestat pic xx.
    01 artfilestat pic xx.
    01 art_filename pic x(40).
    77 art_camp pic x(3).
    77 file_eof pic x.
    77 delete_stat pic s9(9) comp value 0.

    move spaces to art_filename
    string dd_label ".edt" delimited by size into art_filename
    end-string
    call 'lib-campfile' using art_filename art_camp
    perform sweep_undated_file
    move pol_reject to curr_policy
    move spaces to art_filename
    string dd_label ".rej" delimited by size into art_filename
    end-string
    call 'lib-campfile' using art_filename art_camp
    perform sweep_undated_file
  end-perform

        returning delete_stat
    add 1 to total_removed
    move spaces to report-line
    string function trim(art_filename) ": REMOVED (POLICY 0 DAYS)"
      delimited by size into report-line
    end-string
    call 'lib-writereport' using function module-id "W" report-line
    display "artsweep: " function trim(report-line)
  else
    move spaces to report-line
    string function trim(art_filename) ": KEPT (NO RECORD DATES TO AGE BY)"
      delimited by size into report-line
    end-string
    call 'lib-writereport' using function module-id "W" report-line
rewrite_or_report.
  if removed_cnt = 0
    move spaces to report-line
    string function trim(art_filename) ": KEPT (ALL RECORDS INSIDE WINDOW)"
      delimited by size into report-line
    end-string
    call 'lib-writereport' using function module-id "W" report-line
  else
    open output artfile
    if artfilestat not = "00"
      display "artsweep: ERROR rewriting " function trim(art_filename)
          " status " artfilestat
      move 12 to return-code
      exit paragraph
  move removed_cnt to disp-num
  move keep_cnt to disp-num2
  move spaces to report-line
  string function trim(art_filename) ": REMOVED " function trim(disp-num)
    " RECORD(S), KEPT " function trim(disp-num2)
    " (CUTOFF " cutoff_date ")"
    delimited by size into report-line

report_kept_forever.
  move spaces to report-line
  string function trim(art_filename) ": KEPT (NO RETENTION POLICY)"
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
