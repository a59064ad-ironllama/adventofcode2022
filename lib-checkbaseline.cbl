*> Every PASS/FAIL/NEW verdict is also posted to the consolidated
*> answers interface file through lib-postanswer, so baseline-checked
*> programs feed answers.int with no code of their own.
*> A code change is told apart from a regression: when the caller's
*> own source has changed since its baseline was last judged (the
*> lib-srcfpr register), the first run after the change posts CHNG
*> instead of PASS/FAIL and leaves a CHNG alert carrying both values;
*> the baseline still needs accepting in basemgr if the answer moved.
*> A TEST run judges against, and alerts into, its own copies under
*> test/ (lib-runenv), so an oracle or rehearsal baseline never
*> stands in for the production one.
*> Under a camp (BATCHCAMP) the baseline is the camp's own copy in
*> its camp directory (lib-campfile), and each alert carries the
*> camp code at the end of the record.
*> Alerts are dated with the business date (lib-procdate), so a
*> night's alerts stay on one date past midnight.
*>   ln-progid       in  the caller's module-id (day and part)
*>   ln-answer       in  the answer, x(18) -- what the baseline judges
*>   ln-result       out PASS/FAIL/NEW /CHNG
*>   ln-form         in  "S" the 18-byte answer only; "F" the full
*>                       answer, its type and its unit follow and are
*>                       posted to answers.int with it (layout 02)
*>   ln-full-answer  in  ("F") the answer in full, x(60)
*>   ln-type         in  ("F") N or T
*>   ln-unit         in  ("F") the unit, x(8)
*> The baseline stays the 18-byte answer either way, so every .bas
*> already on file keeps judging as before.

environment division.
  input-output section.
      select bfile assign to filename
        organization is line sequential
        file status is filestat.
      select alfile assign to alfile_name
        organization is line sequential
        file status is alfilestat.

    01 bfileline pic x(18).

    fd alfile.
    01 alfileline pic x(66).

  working-storage section.
    01 filename pic x(40).
    01 filestat pic xx.
    77 prog_name pic x(9).
    77 name_len pic s9(4) comp.
    *> morning operator sees last night's exceptions in one place
    *> instead of a console line that scrolled away.
    01 alfilestat pic xx.
    01 alfile_name pic x(40).
    01 alert_line.
      02 alert_day pic x(3).
      02 filler pic x value space.
      02 alert_date pic x(8).
      02 filler pic x value space.
      02 alert_time pic x(6).
      02 filler pic x value space.
      02 alert_camp pic x(3).
    77 curr_date_time pic x(21).
    *> For lib-procdate -- the business date the record is stamped
    *> with.
    77 pd_mode pic x value "G".
    77 pd_run pic 9(6) value 0.
    77 pd_date pic x(8).
    77 pd_result pic x(4).

    *> For lib-srcfpr -- the program source fingerprint register.
    77 srcfpr_mode pic x.
    77 srcfpr_name pic x(20).
    77 srcfpr_run pic 9(6) value 0.
    77 srcfpr_result pic x(4).

    *> For lib-runenv -- the environment's copy of each file.
    77 env_basename pic x(30).
    77 env_name pic x(4).

    *> For lib-campfile -- each camp keeps its own baselines.
    77 camp_code pic x(3).

  linkage section.
    01 ln-progid pic x(9).
    *> and compare identically.
    01 ln-answer pic x(18).
    01 ln-result pic x(4).
    01 ln-form pic x.
    01 ln-full-answer pic x(60).
    01 ln-type pic x(1).
    01 ln-unit pic x(8).

procedure division using ln-progid ln-answer ln-result ln-form
    ln-full-answer ln-type ln-unit.
  perform extract_prog_name
  move spaces to env_basename
  string function trim(prog_name) delimited by size
    ".bas" delimited by size
    into env_basename
  end-string
  call 'lib-runenv' using env_basename filename env_name
  call 'lib-campfile' using filename camp_code

  open input bfile

      read bfile
      close bfile
      move bfileline to baseline_on_disk
      move "C" to srcfpr_mode
      move prog_name to srcfpr_name
      call 'lib-srcfpr' using srcfpr_mode srcfpr_name srcfpr_run
          srcfpr_result
      if srcfpr_result = "CHNG"
        move "CHNG" to ln-result
        display "checkbaseline: CHNG -- " function trim(filename)
            " -- SOURCE CHANGED -- BASELINE: " baseline_on_disk
            " GOT: " ln-answer
        move "CHNG" to alert_severity
        move baseline_on_disk to alert_baseline
        perform write_alert
      else
        if baseline_on_disk = ln-answer
          move "PASS" to ln-result
          display "checkbaseline: PASS -- " function trim(filename)
              " -- " ln-answer
        else
          move "FAIL" to ln-result
          display "checkbaseline: FAIL -- " function trim(filename)
              " -- BASELINE: " baseline_on_disk " GOT: " ln-answer
          *> Batch return-code convention: 4 = baseline regression.
          *> Keep a harder failure already on record (8/12) untouched.
          if return-code < 4
            move 4 to return-code
          end-if
          move "FAIL" to alert_severity
          move baseline_on_disk to alert_baseline
          perform write_alert
        end-if
      end-if
      perform post_answer
    when "35"
    when "05"
      perform write_new_baseline
      move "NEW " to ln-result
      *> A fresh baseline stands under the source as it is now.
      move "A" to srcfpr_mode
      move prog_name to srcfpr_name
      call 'lib-srcfpr' using srcfpr_mode srcfpr_name srcfpr_run
          srcfpr_result
      display "checkbaseline: NEW -- " function trim(filename)
          " -- " ln-answer
      perform post_answer
    when other
      move "FAIL" to ln-result
      display "checkbaseline: ERROR opening " function trim(filename)
          " status " filestat
      if return-code < 4
        move 4 to return-code
      end-if

  goback.

*> The verdict goes to answers.int in the form the caller gave it.
post_answer.
  if ln-form = "F"
    call 'lib-postanswer' using ln-progid ln-answer ln-result "F"
        ln-full-answer ln-type ln-unit
  else
    call 'lib-postanswer' using ln-progid ln-answer ln-result "S"
  end-if
  .

write_alert.
  move ln-progid(1:3) to alert_day
  move ln-answer to alert_got
  move function current-date to curr_date_time
  call 'lib-procdate' using pd_mode pd_run pd_date pd_result
  move pd_date to alert_date
  move curr_date_time(9:6) to alert_time
  move "alerts.int" to env_basename
  call 'lib-runenv' using env_basename alfile_name env_name
  open extend alfile
  if alfilestat = "35" or alfilestat = "05"
    *> Creator writes the layout-version header; lib-intctl's seal
    end-if
  end-if
  if alfilestat = "00"
    accept alert_camp from environment "BATCHCAMP"
    write alfileline from alert_line
    close alfile
  else
    write bfileline
    close bfile
  else
    display "checkbaseline: ERROR writing " function trim(filename)
        " status " filestat
  end-if
  .

