           >>source format free
identification division.
program-id. cvtans.
author. alexoh@wcoding.
*> Upgrades an answers interface file from layout 01 to layout 02
*> (lib-postanswer describes both). Each posting keeps its first 47
*> bytes as they are and gains the layout-02 fields: the type worked
*> out from its answer (N numeric, T text), a blank unit, and the
*> answer in full. The header becomes "HDR 02".
*> The lib-intctl seal is kept as it was found:
*>   sealed and intact   resealed over the upgraded postings under
*>                       the same sealing run
*>   appends since seal  the sealed postings resealed under the same
*>                       run, and the appends after the trailer left
*>                       unsealed, as they were
*>   never sealed        upgraded and left unsealed
*>   damaged             refused -- the file fails its control totals
*> A file already at layout 02 is upgraded only where a posting is
*> still blank after its camp (one carried across as it was).
*> Postings on the keyed copy answers.idx are not touched: rebuild
*> it afterwards with keyload ACTION=LOAD FILE=ANSWERS.
*> Control card (cv.ctl):
*>   FILE=name   the file to upgrade, in place (default answers.int)
*> Under BATCHENV=TEST the TEST copy is upgraded (lib-runenv).
*> The upgraded file is written as a new copy and swapped in only
*> once it reads back whole (lib-mstswap); a file with more postings
*> than the upgrade can hold is refused untouched.
*> Return code 8 when the file is not on file, 12 when it fails its
*> control totals, is too big to upgrade or cannot be rewritten.

environment division.
  input-output section.
    file-control.
      select afile assign to afile_name
        organization is line sequential
        file status is afilestat.

data division.
  file section.
    fd afile.
    01 afileline pic x(119).

  working-storage section.
    01 afilestat pic xx.
    01 afile_name pic x(40).
    77 env_basename pic x(30).
    77 env_name pic x(4).
    77 file_eof pic x.

    *> The file as found: its header, the postings up to the seal's
    *> trailer, and any appended after it.
    77 old_version pic x(2).
    77 seal_run pic 9(6).
    77 trl_seen pic x.
    01 posting_table.
      02 posting_cnt pic s9(8) comp value 0.
      02 posting_row occurs 0 to 99999 times
          depending on posting_cnt indexed by posting_idx.
        03 posting_line pic x(119).
        03 posting_after_trl pic x.
    77 sealed_cnt pic s9(8) comp value 0.
    77 posting_over pic x value "N".
    77 posting_max pic s9(8) comp value 99999.

    01 answer_line.
      02 answer_v01 pic x(47).
      02 answer_ext.
        03 filler pic x.
        03 answer_type pic x(1).
        03 filler pic x.
        03 answer_unit pic x(8).
        03 filler pic x.
        03 answer_full pic x(60).
    77 type_probe pic x(18).
    77 probe_len pic s9(4) comp.

    77 read_cnt pic s9(8) comp value 0.
    77 upgraded_cnt pic s9(8) comp value 0.
    77 kept_cnt pic s9(8) comp value 0.
    77 disp-num pic z(7)9.
    77 disp-num2 pic z(7)9.
    77 disp-num3 pic z(7)9.

    *> For lib-intctl -- the seal before and after.
    77 intctl_filename pic x(20).
    77 intctl_mode pic x.
    77 intctl_run pic 9(6).
    77 intctl_result pic x(4).
    77 seal_before pic x(4).

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

    *> For lib-mstswap -- the file is rewritten as a new copy and
    *> swapped in only once the copy reads back whole.
    77 swap_mode pic x.
    77 swap_master pic x(40).
    77 swap_newcopy pic x(40).
    77 swap_count pic 9(8).
    77 swap_result pic x(4).

procedure division.
  call 'lib-readdata' using function module-id ".ctl" ctl_all_lines

  move "FILE" to parm_keyword
  move "answers.int" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  move parm_value to env_basename
  call 'lib-runenv' using env_basename afile_name env_name
  move afile_name to intctl_filename

  *> An upgrade a kill left half-finished is finished or undone
  *> before the file is read.
  move "R" to swap_mode
  move afile_name to swap_master
  call 'lib-mstswap' using function module-id swap_mode swap_master
      swap_newcopy swap_count swap_result

  open input afile
  if afilestat not = "00"
    display "cvtans: no " function trim(afile_name)
        " on file -- nothing to upgrade."
    move 8 to return-code
    goback
  end-if
  close afile

  move "V" to intctl_mode
  move 0 to intctl_run
  call 'lib-intctl' using intctl_filename intctl_mode intctl_run
      intctl_result
  move intctl_result to seal_before
  if seal_before = "FAIL"
    display "cvtans: " function trim(afile_name)
        " fails its control totals -- refusing to upgrade a"
        " damaged file."
    move 12 to return-code
    goback
  end-if

  perform load_postings
  if posting_over = "Y"
    display "cvtans: " function trim(afile_name) " holds more than "
        posting_max " postings -- refusing to upgrade; the file is"
        " unchanged."
    move 12 to return-code
    goback
  end-if
  perform upgrade_postings
  perform rewrite_file
  if return-code not = 0
    goback
  end-if

  move "V" to intctl_mode
  move 0 to intctl_run
  call 'lib-intctl' using intctl_filename intctl_mode intctl_run
      intctl_result
  perform report_upgrade
  goback.

load_postings.
  move "01" to old_version
  move 0 to seal_run
  move "N" to trl_seen
  move "N" to file_eof
  open input afile
  perform until file_eof = "Y"
    read afile at end move "Y" to file_eof
      not at end
        evaluate true
          when afileline(1:4) = "HDR "
            if afileline(5:2) is numeric
              move afileline(5:2) to old_version
            end-if
            if afileline(36:6) is numeric
              move afileline(36:6) to seal_run
            end-if
          when afileline(1:4) = "TRL "
            move "Y" to trl_seen
            move posting_cnt to sealed_cnt
          when other
            if posting_cnt < posting_max
              add 1 to read_cnt
              add 1 to posting_cnt
              move afileline to posting_line(posting_cnt)
              move trl_seen to posting_after_trl(posting_cnt)
            else
              move "Y" to posting_over
            end-if
        end-evaluate
    end-read
  end-perform
  close afile
  .

*> A posting blank after its camp gains its layout-02 fields.
upgrade_postings.
  perform varying posting_idx from 1 by 1
      until posting_idx > posting_cnt
    move posting_line(posting_idx) to answer_line
    if answer_ext = spaces
      move function trim(answer_v01(5:18)) to answer_full
      move spaces to answer_unit
      perform classify_answer
      move answer_line to posting_line(posting_idx)
      add 1 to upgraded_cnt
    else
      add 1 to kept_cnt
    end-if
  end-perform
  .

*> Same rule lib-postanswer applies to an 18-byte answer: N for a
*> whole number (a leading minus allowed), T for anything else.
classify_answer.
  move "T" to answer_type
  move function trim(answer_v01(5:18)) to type_probe
  move function length(function trim(answer_v01(5:18)))
      to probe_len
  if answer_v01(5:18) = spaces
    exit paragraph
  end-if
  if type_probe(1:1) = "-"
    if probe_len > 1 and type_probe(2:probe_len - 1) is numeric
      move "N" to answer_type
    end-if
  else
    if type_probe(1:probe_len) is numeric
      move "N" to answer_type
    end-if
  end-if
  .

*> The sealed postings go back under "HDR 02" and are resealed under
*> the run that sealed them; anything appended after the trailer
*> goes back after the new one, still unsealed. All of it goes into
*> the new copy, which is sealed there and swapped in at the end.
rewrite_file.
  move afile_name to swap_master
  move "B" to swap_mode
  call 'lib-mstswap' using function module-id swap_mode swap_master
      swap_newcopy swap_count swap_result
  if trl_seen = "Y"
      and function length(function trim(swap_newcopy)) > 20
    display "cvtans: ERROR " function trim(swap_newcopy)
        " is too long a name to seal -- file unchanged."
    move 12 to return-code
    exit paragraph
  end-if
  move swap_newcopy to afile_name
  move swap_newcopy to intctl_filename
  open output afile
  if afilestat not = "00"
    display "cvtans: ERROR rewriting " function trim(afile_name)
        " status " afilestat
    move swap_master to afile_name
    move swap_master to intctl_filename
    move 12 to return-code
    exit paragraph
  end-if
  move "HDR 02" to afileline
  write afileline
  perform varying posting_idx from 1 by 1
      until posting_idx > posting_cnt
    if posting_after_trl(posting_idx) = "N"
      write afileline from posting_line(posting_idx)
    end-if
  end-perform
  close afile

  if trl_seen = "N"
    compute swap_count = posting_cnt + 1
    perform swap_upgraded_file
    exit paragraph
  end-if
  move "S" to intctl_mode
  move seal_run to intctl_run
  call 'lib-intctl' using intctl_filename intctl_mode intctl_run
      intctl_result
  if intctl_result not = "OK  "
    display "cvtans: ERROR resealing " function trim(afile_name)
        " (" intctl_result ")"
    move swap_master to afile_name
    move swap_master to intctl_filename
    move 12 to return-code
    exit paragraph
  end-if
  if posting_cnt > sealed_cnt
    open extend afile
    if afilestat not = "00"
      display "cvtans: ERROR appending " function trim(afile_name)
          " status " afilestat
      move swap_master to afile_name
      move swap_master to intctl_filename
      move 12 to return-code
      exit paragraph
    end-if
    perform varying posting_idx from 1 by 1
        until posting_idx > posting_cnt
      if posting_after_trl(posting_idx) = "Y"
        write afileline from posting_line(posting_idx)
      end-if
    end-perform
    close afile
  end-if
  *> Header, every posting and the trailer.
  compute swap_count = posting_cnt + 2
  perform swap_upgraded_file
  .

swap_upgraded_file.
  move swap_master to afile_name
  move swap_master to intctl_filename
  move "S" to swap_mode
  call 'lib-mstswap' using function module-id swap_mode swap_master
      swap_newcopy swap_count swap_result
  if swap_result not = "OK  "
    display "cvtans: " function trim(afile_name)
        " NOT UPGRADED -- the new copy did not read back whole;"
        " the file is as it was."
    move 12 to return-code
  end-if
  .

report_upgrade.
  call 'lib-writereport' using function module-id "O" report-line
  move spaces to report-line
  string "ANSWERS LAYOUT UPGRADE -- " function trim(afile_name)
    " -- " env_name delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  move spaces to report-line
  string "LAYOUT " old_version " TO 02" delimited by size
      into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  move read_cnt to disp-num
  move upgraded_cnt to disp-num2
  move kept_cnt to disp-num3
  move spaces to report-line
  string "POSTINGS " function trim(disp-num)
    "  UPGRADED " function trim(disp-num2)
    "  ALREADY AT 02 " function trim(disp-num3)
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  move spaces to report-line
  string "SEAL BEFORE " seal_before "  AFTER " intctl_result
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  call 'lib-writereport' using function module-id "C" report-line
  display "cvtans: " function trim(afile_name) " layout "
      old_version " to 02 -- " read_cnt " posting(s), "
      upgraded_cnt " upgraded; seal " seal_before " before, "
      intctl_result " after."
  .
