*> Standard report services behind the same O/W/C interface every
*> caller already uses:
*>   "O" open <caller>.rpt and write the title block: program-id,
*>       run date (the business date, lib-procdate) and time, and
*>       the input filename in effect (manifest override respected,
*>       day programs only),
*>   "W" write ln-line, breaking pages at the configured page depth
*>       with a page heading (program-id + page number) and a reprint
*>       of the registered column heading,
*>   "D" set the page depth from ln-line (digits), default 55,
*>   "C" write the end-of-report trailer with the written-line count
*>       (a truncated report is detectable by a missing trailer or a
*>       short count) and close,
*>   "T" open the report's companion data file and write ln-line to
*>       it as the header row of column names,
*>   "R" write ln-line to the companion data file as one data row.
*> The caller's module-id arrives as ln-filename; only its leading
*> run of name characters is used, so a short CALL temp cannot bleed
*> garbage into the output filename.
*> "<name>.rpt.cur", so yesterday's audit report survives today's
*> run and can be diffed day over day. rptsweep purges generations
*> past the retention count.
*> The title block names the environment that produced the report
*> (ENV PROD / ENV TEST); a TEST run's reports and their pointer
*> files are kept under test/ (lib-runenv).
*> Under a camp (BATCHCAMP) the report, its pointer file and its
*> companion are the camp's own, in the camp directory
*> (lib-campfile), and the title block names the camp.
*> A report that is really a table can also write its rows as a
*> comma-delimited companion file, "<name>.csv.gNNN" under the same
*> generation number, for the offices that take the figures into a
*> spreadsheet instead of re-keying them from the print. The caller
*> builds each row (values trimmed, separated by commas, no commas
*> inside a value); "C" closes the companion with the report.
*> rptsweep purges and xmitrpt delivers it with its generation.

environment division.
  input-output section.
      select pfile assign to pointer_filename
        organization is line sequential
        file status is pfilestat.
      select dfile assign to data_filename
        organization is line sequential
        file status is dfilestat.
      select mfile assign to "input.manifest"
        organization is line sequential
        file status is mfilestat.
    fd pfile.
    01 pfileline pic x(3).

    fd dfile.
    01 dfileline pic x(999).

    fd mfile.
      01 mfileline pic x(20).

  working-storage section.
    01 filename pic x(40).
    01 filestat pic xx.
    01 pointer_filename pic x(40).
    01 pfilestat pic xx.
    77 generation pic 9(3) value 0.
    77 report-open-flag pic x value "N".
    01 data_filename pic x(40).
    01 dfilestat pic xx.
    77 data-open-flag pic x value "N".

    77 report_name pic x(20).
    77 name_len pic s9(4) comp.
    77 heading_set pic x value "N".

    77 curr_date_time pic x(21).
    *> For lib-procdate -- the business date the record is stamped
    *> with.
    77 pd_mode pic x value "G".
    77 pd_run pic 9(6) value 0.
    77 pd_date pic x(8).
    77 pd_result pic x(4).
    77 disp-page pic z(4)9.
    77 disp-count pic z(6)9.

    01 manifest_suffix pic x(4).
    01 input_name pic x(10).

    *> For lib-runenv -- the environment's copy of each file.
    77 env_basename pic x(30).
    77 env_name pic x(4).

    *> For lib-campfile -- each camp keeps its own reports.
    77 camp_code pic x(3).

  linkage section.
    01 ln-filename pic x(20).
    01 ln-mode pic x.
    *> ln-mode: "O" open for output, "W" write ln-line, "C" close,
    *> "H" write+register column heading, "D" set page depth,
    *> "T" open companion data file + header row, "R" data row.
    01 ln-line pic x(999).

procedure division using ln-filename ln-mode ln-line.
  evaluate ln-mode
    when "O"
      perform close_data_file
      perform extract_report_name
      perform next_generation
      move spaces to env_basename
      string function trim(report_name) delimited by size
        ".rpt.g" delimited by size
        generation delimited by size
        into env_basename
      end-string
      call 'lib-runenv' using env_basename filename env_name
      call 'lib-campfile' using filename camp_code
      open output ofile
      if filestat not = "00"
        display "lib-writereport: ERROR opening " filename " status " filestat
        perform write_report_line
      end-if

    when "T"
      if report-open-flag = "Y"
        perform close_data_file
        perform open_data_file
      end-if

    when "R"
      if data-open-flag = "Y"
        move ln-line to dfileline
        write dfileline
      end-if

    when "D"
      if ln-line(1:3) is numeric and ln-line(1:3) not = "000"
        move ln-line(1:3) to page_depth
        close ofile
        move "N" to report-open-flag
      end-if
      perform close_data_file
  end-evaluate

  goback.
*> generation written; wrap back to 001 past 999 (the sweep utility
*> keeps far fewer around than that).
next_generation.
  move spaces to env_basename
  string function trim(report_name) delimited by size
    ".rpt.cur" delimited by size
    into env_basename
  end-string
  call 'lib-runenv' using env_basename pointer_filename env_name
  call 'lib-campfile' using pointer_filename camp_code
  move 0 to generation
  open input pfile
  if pfilestat = "00"

write_title_block.
  move function current-date to curr_date_time
  call 'lib-procdate' using pd_mode pd_run pd_date pd_result
  move pd_date to curr_date_time(1:8)
  move spaces to fileline
  string "PROGRAM " delimited by size
    function trim(report_name) delimited by size
      with pointer name_len
    end-string
  end-if
  compute name_len =
      function length(function trim(fileline)) + 1
  string "  ENV " delimited by size
    env_name delimited by size
    into fileline
    with pointer name_len
  end-string
  if camp_code not = spaces
    string "  CAMP " delimited by size
      camp_code delimited by size
      into fileline
      with pointer name_len
    end-string
  end-if
  write fileline
  move spaces to fileline
  write fileline
    add 1 to line_on_page
  end-if
  .

*> The companion data file shares the open report's generation.
open_data_file.
  move spaces to env_basename
  string function trim(report_name) delimited by size
    ".csv.g" delimited by size
    generation delimited by size
    into env_basename
  end-string
  call 'lib-runenv' using env_basename data_filename env_name
  call 'lib-campfile' using data_filename camp_code
  open output dfile
  if dfilestat not = "00"
    display "lib-writereport: ERROR opening " data_filename
        " status " dfilestat
  else
    move "Y" to data-open-flag
    move ln-line to dfileline
    write dfileline
  end-if
  .

close_data_file.
  if data-open-flag = "Y"
    close dfile
    move "N" to data-open-flag
  end-if
  .
