*>     present and non-empty,
*>   - a manifest override, when present, resolves to a real file,
*>   - the day's control card, when present, is parseable (keyword
*>     lines carry KEYWORD=VALUE; short selector labels pass), and
*>     every keyword is one the day's programs take, with a value in
*>     its range (keyword dictionary, lib-ctldict),
*>   - the working directory takes new files (report/checkpoint
*>     writes will not bounce),
*>   - the day program's own source has not changed since its
*>     baseline was judged (lib-srcfpr register): a changed one is
*>     flagged, not refused -- its next run posts CHNG, not PASS/FAIL.
*> Under a camp (BATCHCAMP) the inputs, cards and baselines checked
*> are the camp's own copies (lib-campfile; the shared card when the
*> camp has none, as lib-readdata reads it), and a TEST run's
*> baselines are its own (lib-runenv). input.fpr carries the camp on
*> each fingerprint.
*> Produces a go/no-go readiness report and writes GO or NOGO to
*> preflight.gng; driver refuses to start on NOGO when its control
*> card says PREFLIGHT=ENFORCE.
    01 wfileline pic x(10).

    fd ffile.
    01 ffileline pic x(62).

    fd bfile.
    01 bfileline pic x(18).

  working-storage section.
    01 in_filename pic x(40).
    01 ifilestat pic xx.
    01 ctl_filename pic x(40).
    01 cfilestat pic xx.
    01 mfilestat pic xx.
    01 gfilestat pic xx.
    77 all_numeric pic x.
    77 char_idx pic s9(4) comp.

    *> For lib-ctldict -- each card line against the keyword
    *> dictionary.
    77 dict_mode pic x value "L".
    77 dict_progid pic x(10).
    77 dict_keyword pic x(12).
    77 dict_text pic x(256).
    77 dict_default pic x(30).
    77 dict_source pic x(4).
    77 dict_result pic x(4).
    77 dict_message pic x(50).
    77 disp_line pic z(3)9.

    *> Fingerprint registry (input.fpr): one record per day input and
    *> camp -- "dd count(8) hash(18) baseline(18) date(8) camp(3)".
    *> The hash is a simple rolling content total; equal hashes and
    *> counts mean the file is taken as unchanged since the last
    *> preflight.
    01 ffilestat pic xx.
    01 bfilestat pic xx.
    01 bas_filename pic x(40).
    77 feof pic x.
    01 fpr_table.
      02 fpr_cnt pic s9(4) comp value 0.
      02 fpr_row occurs 0 to 999 times depending on fpr_cnt
          indexed by fpr_idx.
        03 fpr_day pic x(2).
        03 fpr_camp pic x(3).
        03 fpr_reccnt pic 9(8).
        03 fpr_hash pic 9(18).
        03 fpr_baseline pic x(18).
    77 hash_idx pic s9(8) comp.
    77 changed_cnt pic s9(4) comp value 0.
    77 stale_bas_cnt pic s9(4) comp value 0.
    77 src_chng_cnt pic s9(4) comp value 0.

    *> For lib-srcfpr -- the program source fingerprint register.
    77 srcfpr_mode pic x.
    77 srcfpr_name pic x(20).
    77 srcfpr_run pic 9(6) value 0.
    77 srcfpr_result pic x(4).
    77 curr_date_time pic x(21).

    *> For lib-runenv + lib-campfile -- the environment's and the
    *> camp's copy of each file.
    77 env_basename pic x(30).
    77 env_name pic x(4).
    77 camp_code pic x(3).

    *> For lib-readdata: optional pr.ctl day-label subset.
    01 ctl_all_lines.
      02 ctl_line_cnt pic s9(8) comp value 0.
    call 'lib-writereport' using function module-id "W" report-line
    display function trim(report-line)
  end-if
  if src_chng_cnt > 0
    move spaces to report-line
    move src_chng_cnt to disp-cnt
    string "*** " function trim(disp-cnt)
      " DAY PROGRAM(S) CHANGED SINCE THEIR BASELINE WAS ACCEPTED --"
      " EXPECT CHNG, NOT PASS/FAIL ***"
      delimited by size into report-line
    end-string
    call 'lib-writereport' using function module-id "W" report-line
    display function trim(report-line)
  end-if
  perform save_fingerprints

  move spaces to report-line
    manifest_suffix delimited by size
    into in_filename
  end-string
  call 'lib-campfile' using in_filename camp_code
  open input ifile
  if ifilestat not = "00"
    move "N" to day_ok
  end-if

  perform check_control_card
  perform check_source_change

  if day_ok = "Y"
    move spaces to report-line
    ".ctl" delimited by size
    into ctl_filename
  end-string
  call 'lib-campfile' using ctl_filename camp_code
  open input cfile
  if cfilestat not = "00" and camp_code not = spaces
    move spaces to ctl_filename
    string curr_day(1:2) ".ctl" delimited by size into ctl_filename
    end-string
    open input cfile
  end-if
  if cfilestat not = "00"
    exit paragraph
  end-if
    end-string
    call 'lib-writereport' using function module-id "W" report-line
    display function trim(report-line)
    exit paragraph
  end-if
  *> A keyword the day's programs do not take, or a value outside
  *> its keyword's range (keyword.dic).
  move curr_day to dict_progid
  move cfileline to dict_text
  call 'lib-ctldict' using dict_mode dict_progid dict_keyword
      dict_text dict_default dict_source dict_result dict_message
  if dict_result = "UNKN" or dict_result = "RANG"
    move "N" to day_ok
    move ctl_line_len to disp_line
    move spaces to report-line
    string curr_day ": NOT READY -- " function trim(ctl_filename)
      " LINE " function trim(disp_line) ": "
      function trim(dict_message) delimited by size into report-line
    end-string
    call 'lib-writereport' using function module-id "W" report-line
    display function trim(report-line)
  end-if
  .

  perform until feof = "Y"
    read ffile at end move "Y" to feof
      not at end
        if fpr_cnt < 999 and ffileline(4:8) is numeric
          add 1 to fpr_cnt
          move ffileline(1:2) to fpr_day(fpr_cnt)
          move ffileline(60:3) to fpr_camp(fpr_cnt)
          move ffileline(4:8) to fpr_reccnt(fpr_cnt)
          move ffileline(13:18) to fpr_hash(fpr_cnt)
          move ffileline(32:18) to fpr_baseline(fpr_cnt)
    move fpr_hash(fpr_idx) to ffileline(13:18)
    move fpr_baseline(fpr_idx) to ffileline(32:18)
    move fpr_date(fpr_idx) to ffileline(51:8)
    move fpr_camp(fpr_idx) to ffileline(60:3)
    write ffileline
  end-perform
  close ffile
  perform varying fpr_idx from 1 by 1
      until fpr_idx > fpr_cnt or fpr_found = "Y"
    if fpr_day(fpr_idx) = curr_day(1:2)
        and fpr_camp(fpr_idx) = camp_code
      move "Y" to fpr_found
    end-if
  end-perform
  perform read_day_baseline
  evaluate true
    when fpr_found = "N"
      if fpr_cnt < 999
        add 1 to fpr_cnt
        move fpr_cnt to fpr_idx
        move curr_day(1:2) to fpr_day(fpr_idx)
        move camp_code to fpr_camp(fpr_idx)
        move spaces to report-line
        string curr_day(1:2) ": INPUT FIRST FINGERPRINT ("
          function trim(in_filename) ")"
  move hash_work to curr_hash
  .

*> Has the day program's source moved since its baseline was judged?
*> Inquiry only -- lib-checkbaseline consumes the change on the run.
check_source_change.
  move "Q" to srcfpr_mode
  move curr_day to srcfpr_name
  call 'lib-srcfpr' using srcfpr_mode srcfpr_name srcfpr_run
      srcfpr_result
  if srcfpr_result = "CHNG"
    add 1 to src_chng_cnt
    move spaces to report-line
    string curr_day ": SOURCE " function trim(srcfpr_name)
      ".cbl CHANGED SINCE BASELINE ACCEPTED -- NEXT RUN POSTS CHNG"
      delimited by size into report-line
    end-string
    call 'lib-writereport' using function module-id "W" report-line
    display function trim(report-line)
  end-if
  .

*> The part's baseline answer on file, spaces when absent.
read_day_baseline.
  move spaces to curr_baseline
  move spaces to env_basename
  string curr_day delimited by spaces
    ".bas" delimited by size
    into env_basename
  end-string
  call 'lib-runenv' using env_basename bas_filename env_name
  call 'lib-campfile' using bas_filename camp_code
  open input bfile
  if bfilestat = "00"
    read bfile
