           >>source format free
identification division.
program-id. keyload.
author. alexoh@wcoding.
*> Builds and unloads the keyed copies of run.history and
*> answers.int that lib-keyidx keeps up to date (run.idx and
*> answers.idx -- keys and layouts are described there).
*>   ACTION=LOAD    (default) build the keyed copy afresh from the
*>                  line-sequential ledger: once to start keeping
*>                  it, and again after rststate puts back a ledger
*>                  or after anything rewrites one outside the batch.
*>                  A record whose key is already loaded replaces it.
*>   ACTION=UNLOAD  write the keyed copy back out as a line-
*>                  sequential file in key order, in the ledger's own
*>                  layout, for sortjob and the downstream extracts.
*>                  The answers unload starts with the "HDR 02" line
*>                  a new answers.int starts with (a posting kept
*>                  under layout 01 reads under 02 as it is).
*> Control card (ke.ctl):
*>   FILE=BOTH|HISTORY|ANSWERS  which ledger (default BOTH)
*>   HISTOUT=name               history unload (default run.unl)
*>   ANSOUT=name                answers unload (default answers.unl)
*> Under BATCHENV=TEST the TEST ledgers and copies are used
*> (lib-runenv).
*> Return code 8 when a ledger or keyed copy to read is not on file,
*> 12 when a file cannot be opened for output.

environment division.
  input-output section.
    file-control.
      select hfile assign to hfile_name
        organization is line sequential
        file status is hfilestat.
      select afile assign to afile_name
        organization is line sequential
        file status is afilestat.
      select hxfile assign to hx_filename
        organization is indexed
        access mode is dynamic
        record key is hx_key
        alternate record key is hx_date with duplicates
        file status is hxfilestat.
      select axfile assign to ax_filename
        organization is indexed
        access mode is dynamic
        record key is ax_key
        alternate record key is ax_date with duplicates
        file status is axfilestat.
      select ufile assign to unl_filename
        organization is line sequential
        file status is ufilestat.

data division.
  file section.
    fd hfile.
    01 hfileline pic x(71).

    fd afile.
    01 afileline pic x(119).

    *> Same keyed layouts lib-keyidx keeps.
    fd hxfile.
    01 hx_rec.
      02 hx_key.
        03 hx_run pic x(6).
        03 hx_day pic x(3).
        03 hx_camp pic x(3).
        03 hx_date pic x(8).
        03 hx_time pic x(6).
      02 hx_line pic x(71).

    fd axfile.
    01 ax_rec.
      02 ax_key.
        03 ax_day pic x(2).
        03 ax_part pic x(1).
        03 ax_date pic x(8).
        03 ax_time pic x(6).
        03 ax_camp pic x(3).
      02 ax_line pic x(119).

    fd ufile.
    01 ufileline pic x(119).

  working-storage section.
    01 hfilestat pic xx.
    01 afilestat pic xx.
    01 hxfilestat pic xx.
    01 axfilestat pic xx.
    01 ufilestat pic xx.
    01 hfile_name pic x(40).
    01 afile_name pic x(40).
    01 hx_filename pic x(40).
    01 ax_filename pic x(40).
    01 unl_filename pic x(40).
    77 env_basename pic x(30).
    77 env_name pic x(4).
    77 file_eof pic x.

    77 action_parm pic x(8).
    77 file_parm pic x(8).
    77 histout_parm pic x(30).
    77 ansout_parm pic x(30).

    77 ledger_name pic x(12).
    77 read_cnt pic s9(8) comp value 0.
    77 kept_cnt pic s9(8) comp value 0.
    77 replaced_cnt pic s9(8) comp value 0.
    77 disp-num pic z(7)9.
    77 disp-num2 pic z(7)9.
    77 disp-num3 pic z(7)9.

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

    77 report-line pic x(999).

procedure division.
  call 'lib-readdata' using function module-id ".ctl" ctl_all_lines

  move "ACTION" to parm_keyword
  move "LOAD" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  move parm_value(1:8) to action_parm

  move "FILE" to parm_keyword
  move "BOTH" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  move parm_value(1:8) to file_parm

  move "HISTOUT" to parm_keyword
  move "run.unl" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  move parm_value to histout_parm

  move "ANSOUT" to parm_keyword
  move "answers.unl" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  move parm_value to ansout_parm

  if action_parm not = "LOAD" and action_parm not = "UNLOAD"
    display "keyload: unknown ACTION " action_parm
    move 8 to return-code
    goback
  end-if
  if file_parm not = "BOTH" and file_parm not = "HISTORY"
      and file_parm not = "ANSWERS"
    display "keyload: unknown FILE " file_parm
    move 8 to return-code
    goback
  end-if

  move "run.history" to env_basename
  call 'lib-runenv' using env_basename hfile_name env_name
  move "answers.int" to env_basename
  call 'lib-runenv' using env_basename afile_name env_name
  move "run.idx" to env_basename
  call 'lib-runenv' using env_basename hx_filename env_name
  move "answers.idx" to env_basename
  call 'lib-runenv' using env_basename ax_filename env_name

  call 'lib-writereport' using function module-id "O" report-line
  move spaces to report-line
  string "KEYED LEDGER " function trim(action_parm)
    " -- " env_name delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  move "LEDGER           READ     KEPT REPLACED  FILE" to report-line
  call 'lib-writereport' using function module-id "H" report-line

  if file_parm = "BOTH" or file_parm = "HISTORY"
    move "run.history" to ledger_name
    if action_parm = "LOAD"
      perform load_history
    else
      perform unload_history
    end-if
  end-if
  if file_parm = "BOTH" or file_parm = "ANSWERS"
    move "answers.int" to ledger_name
    if action_parm = "LOAD"
      perform load_answers
    else
      perform unload_answers
    end-if
  end-if

  call 'lib-writereport' using function module-id "C" report-line
  goback.

*> The keyed copy is built afresh; the last record read for a key
*> is the one kept, as an inquiry of the ledger would have found it.
load_history.
  perform reset_counts
  open input hfile
  if hfilestat not = "00"
    display "keyload: no " function trim(hfile_name)
        " on file -- nothing to load."
    move 8 to return-code
    exit paragraph
  end-if
  *> Created empty, then reopened to replace a repeated key.
  open output hxfile
  if hxfilestat = "00"
    close hxfile
    open i-o hxfile
  end-if
  if hxfilestat not = "00"
    display "keyload: ERROR creating " function trim(hx_filename)
        " status " hxfilestat
    move 12 to return-code
    close hfile
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read hfile at end move "Y" to file_eof
      not at end
        add 1 to read_cnt
        if hfileline(1:6) is numeric
          move hfileline(1:6) to hx_run
          move hfileline(24:3) to hx_day
          move hfileline(69:3) to hx_camp
          move hfileline(8:8) to hx_date
          move hfileline(17:6) to hx_time
          move hfileline to hx_line
          write hx_rec
            invalid key
              rewrite hx_rec end-rewrite
              add 1 to replaced_cnt
            not invalid key
              add 1 to kept_cnt
          end-write
        end-if
    end-read
  end-perform
  close hfile
  close hxfile
  move hx_filename to unl_filename
  perform report_counts
  .

load_answers.
  perform reset_counts
  open input afile
  if afilestat not = "00"
    display "keyload: no " function trim(afile_name)
        " on file -- nothing to load."
    move 8 to return-code
    exit paragraph
  end-if
  open output axfile
  if axfilestat = "00"
    close axfile
    open i-o axfile
  end-if
  if axfilestat not = "00"
    display "keyload: ERROR creating " function trim(ax_filename)
        " status " axfilestat
    move 12 to return-code
    close afile
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read afile at end move "Y" to file_eof
      not at end
        add 1 to read_cnt
        *> The seal's control records are not postings.
        if afileline(1:4) not = "HDR "
            and afileline(1:4) not = "TRL "
          move afileline(1:2) to ax_day
          move afileline(3:1) to ax_part
          move afileline(29:8) to ax_date
          move afileline(38:6) to ax_time
          move afileline(45:3) to ax_camp
          move afileline to ax_line
          write ax_rec
            invalid key
              rewrite ax_rec end-rewrite
              add 1 to replaced_cnt
            not invalid key
              add 1 to kept_cnt
          end-write
        end-if
    end-read
  end-perform
  close afile
  close axfile
  move ax_filename to unl_filename
  perform report_counts
  .

unload_history.
  perform reset_counts
  open input hxfile
  if hxfilestat not = "00"
    display "keyload: no " function trim(hx_filename)
        " on file -- run ACTION=LOAD first."
    move 8 to return-code
    exit paragraph
  end-if
  move histout_parm to unl_filename
  open output ufile
  if ufilestat not = "00"
    display "keyload: ERROR opening " function trim(unl_filename)
        " status " ufilestat
    move 12 to return-code
    close hxfile
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read hxfile next record at end move "Y" to file_eof
      not at end
        add 1 to read_cnt
        write ufileline from hx_line
        add 1 to kept_cnt
    end-read
  end-perform
  close hxfile
  close ufile
  perform report_counts
  .

unload_answers.
  perform reset_counts
  open input axfile
  if axfilestat not = "00"
    display "keyload: no " function trim(ax_filename)
        " on file -- run ACTION=LOAD first."
    move 8 to return-code
    exit paragraph
  end-if
  move ansout_parm to unl_filename
  open output ufile
  if ufilestat not = "00"
    display "keyload: ERROR opening " function trim(unl_filename)
        " status " ufilestat
    move 12 to return-code
    close axfile
    exit paragraph
  end-if
  move "HDR 02" to ufileline
  write ufileline
  perform until file_eof = "Y"
    read axfile next record at end move "Y" to file_eof
      not at end
        add 1 to read_cnt
        write ufileline from ax_line
        add 1 to kept_cnt
    end-read
  end-perform
  close axfile
  close ufile
  perform report_counts
  .

reset_counts.
  move "N" to file_eof
  move 0 to read_cnt
  move 0 to kept_cnt
  move 0 to replaced_cnt
  .

report_counts.
  move read_cnt to disp-num
  move kept_cnt to disp-num2
  move replaced_cnt to disp-num3
  move spaces to report-line
  string ledger_name " " disp-num " " disp-num2 " " disp-num3
    "  " function trim(unl_filename)
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  display "keyload: " function trim(action_parm) " "
      function trim(ledger_name) ": " read_cnt " read, " kept_cnt
      " kept, " replaced_cnt " replaced -- "
      function trim(unl_filename) "."
  .
