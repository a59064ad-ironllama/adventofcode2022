*> baseline are restored afterwards, whatever happens -- the
*> baseline is set aside for the batch so each encrypted file posts
*> NEW instead of false-FAILing against the regular input's answer.
*> 20a runs as a trial (BATCHTRIAL=Y): its own posting goes to
*> answers.tri, where the result is harvested and which is then
*> removed, so only the tagged re-post reaches answers.int, its
*> keyed copy and the hold file. The baseline and 20.ctl are the
*> environment's and camp's own (lib-runenv, lib-campfile), where
*> 20a itself will look for them.
*> Control card (de.ctl): none needed.

environment division.
      select mfile assign to "input.manifest"
        organization is line sequential
        file status is mfilestat.
      select cfile assign to ctl_filename
        organization is line sequential
        file status is cfilestat.
      select afile assign to tri_filename
        organization is line sequential
        file status is afilestat.
      select basfile assign to bas_filename
        organization is line sequential
        file status is basfilestat.

    01 cfileline pic x(20).

    fd afile.
    01 afileline pic x(119).

    fd basfile.
    01 basfileline pic x(18).
    01 cfilestat pic xx.
    01 afilestat pic xx.
    01 basfilestat pic xx.
    01 ctl_filename pic x(40).
    01 tri_filename pic x(40).
    01 bas_filename pic x(40).
    77 file_eof pic x.
    77 delete_stat pic s9(9) comp value 0.

    77 post_progid pic x(10).
    77 post_status pic x(4).

    *> For lib-runenv + lib-campfile -- the environment's and the
    *> camp's own copy of each file.
    77 env_basename pic x(30).
    77 env_name pic x(4).
    77 camp_code pic x(3).

    77 report-line pic x(999).
    77 disp-num pic z(3)9.
    77 disp-rc pic 9(2).
    move 8 to return-code
    goback
  end-if
  perform set_file_names
  perform save_manifest
  perform save_ctl
  perform save_baseline
    end-if
  end-perform

  call "CBL_DELETE_FILE" using tri_filename returning delete_stat
  perform restore_manifest
  perform restore_ctl
  perform restore_baseline
  perform stage_ctl
  *> Each encrypted file gets a clean baseline slate, so 20a posts
  *> NEW for it instead of comparing against another file's answer.
  call "CBL_DELETE_FILE" using bas_filename
      returning delete_stat
  call "CBL_DELETE_FILE" using tri_filename
      returning delete_stat
  move 0 to return-code
  display "BATCHTRIAL" upon environment-name
  display "Y" upon environment-value
  call "20a"
  move return-code to run_rc
  move 0 to return-code
  display "BATCHTRIAL" upon environment-name
  display " " upon environment-value
  *> 20a only ever initializes its tables through VALUE clauses, so
  *> a second call in the same run unit would append the next file's
  *> values onto the first's; cancel gives each file a fresh copy.
    exit paragraph
  end-if
  perform fetch_day20_answer
  call "CBL_DELETE_FILE" using tri_filename
      returning delete_stat
  perform post_tagged_answer
  add 1 to processed_cnt
  move "PROCESSED" to reg_row(reg_idx)(31:9)
stage_ctl.
  open output cfile
  if cfilestat not = "00"
    display "decbatch: ERROR staging " function trim(ctl_filename)
        " status " cfilestat
    move 12 to return-code
    exit paragraph
  end-if
  close cfile
  .

*> 20a's baseline, the answers.tri its trial posting goes to, and
*> its control card where the camp's 20a reads them.
set_file_names.
  move "20a.bas" to env_basename
  call 'lib-runenv' using env_basename bas_filename env_name
  call 'lib-campfile' using bas_filename camp_code
  move "answers.tri" to env_basename
  call 'lib-runenv' using env_basename tri_filename env_name
  move "20.ctl" to ctl_filename
  call 'lib-campfile' using ctl_filename camp_code
  .

save_manifest.
  move "N" to file_eof
  open input mfile

restore_ctl.
  if ctl_had_file = "N"
    call "CBL_DELETE_FILE" using ctl_filename
        returning run_rc
    move 0 to run_rc
    exit paragraph

restore_baseline.
  if bas_had_file = "N"
    call "CBL_DELETE_FILE" using bas_filename
        returning delete_stat
    exit paragraph
  end-if
    write basfileline
    close basfile
  else
    display "decbatch: ERROR restoring " function trim(bas_filename)
        " status " basfilestat
  end-if
  .

*> The run's result is 20a's day-20 posting on answers.tri.
fetch_day20_answer.
  move spaces to answer_value
  move "N" to file_eof
  move "20" to post_progid(1:2)
  move curr_suffix(4:1) to post_progid(3:1)
  move "RAW " to post_status
  call 'lib-postanswer' using post_progid answer_value
      post_status "S"
  .
