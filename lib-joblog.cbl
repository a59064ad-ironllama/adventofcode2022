           >>source format free
identification division.
program-id. lib-joblog.
author. alexoh@wcoding.
*> Central job log. Every program used to write its own console
*> prose, and whatever the operator did not see scroll past was
*> lost. A program now logs a numbered message here instead:
*>   - the message catalog message.cat holds one record per message:
*>     "id(7) severity(1) text", single spaces between. Severity
*>     I information, W warning, E error. The text may carry &1, &2
*>     and &3, filled from the caller's values,
*>   - the message is shown on the console as before, and appended
*>     to the run's job log joblog.<run> with run, date, time,
*>     program, id and severity. The run is the one driver publishes
*>     in BATCHRUN for every program it calls; a program run on its
*>     own logs to joblog.000000,
*>   - driver counts the E messages each day logs against that day's
*>     status on run.history, and joblogq lists a run's messages.
*> An absent catalog seeds itself with the suite's standard
*> messages; a new message is added by appending its record to
*> message.cat. An id not on the catalog is still logged, as a W
*> with its values, so nothing is lost to a missing catalog record.
*> Job log record (single spaces between):
*>   run 9(6), date x(8), time x(6), program x(10), id x(7),
*>   severity x(1), text x(100)
*>   ln-progid  in  the caller's module-id
*>   ln-msgid   in  message id, e.g. "RDD0002"
*>   ln-values  in  up to three values for &1..&3, separated by "|"
*> Under BATCHENV=TEST the job log lives under test/ (lib-runenv).

environment division.
  input-output section.
    file-control.
      select catfile assign to "message.cat"
        organization is line sequential
        file status is catfilestat.
      select logfile assign to log_filename
        organization is line sequential
        file status is logfilestat.

data division.
  file section.
    fd catfile.
    01 catfileline pic x(110).

    fd logfile.
    01 logfileline pic x(145).

  working-storage section.
    01 catfilestat pic xx.
    01 logfilestat pic xx.
    01 log_filename pic x(40).
    77 env_basename pic x(30).
    77 env_name pic x(4).
    77 file_eof pic x.

    *> The catalog, loaded on the first call of the run unit.
    01 cat_table.
      02 cat_cnt pic s9(4) comp value 0.
      02 cat_row occurs 0 to 999 times depending on cat_cnt
          indexed by cat_idx.
        03 cat_id pic x(7).
        03 filler pic x.
        03 cat_sev pic x.
        03 filler pic x.
        03 cat_text pic x(100).
    77 cat_loaded pic x value "N".
    77 seed_line pic x(110).

    01 log_line.
      02 lg_run pic 9(6).
      02 filler pic x value space.
      02 lg_date pic x(8).
      02 filler pic x value space.
      02 lg_time pic x(6).
      02 filler pic x value space.
      02 lg_prog pic x(10).
      02 filler pic x value space.
      02 lg_id pic x(7).
      02 filler pic x value space.
      02 lg_sev pic x.
      02 filler pic x value space.
      02 lg_text pic x(100).

    77 env_run pic x(10).
    77 curr_date_time pic x(21).
    77 template pic x(100).
    77 val_tok pic x(60) occurs 3 times.
    77 val_no pic 9.
    77 tpl_idx pic s9(4) comp.
    77 out_ptr pic s9(4) comp.
    77 found_id pic x.

    *> Program name out of the caller's module-id, the way
    *> lib-writereport takes a report name. A day program's name is
    *> its day digits and one letter ("05b"), and ends there -- the
    *> bytes past a short module-id are not the caller's.
    77 prog_name pic x(10).
    77 name_len pic s9(4) comp.
    77 name_done pic x.
    77 name_char pic x.
    77 name_char_seen pic x.
    77 name_day_prog pic x.

  linkage section.
    01 ln-progid pic x(10).
    01 ln-msgid pic x(7).
    01 ln-values pic x(60).

procedure division using ln-progid ln-msgid ln-values.
  if cat_loaded = "N"
    perform load_catalog
  end-if
  perform extract_program_name

  move ln-msgid to lg_id
  move "N" to found_id
  perform varying cat_idx from 1 by 1
      until cat_idx > cat_cnt or found_id = "Y"
    if cat_id(cat_idx) = ln-msgid
      move "Y" to found_id
      move cat_sev(cat_idx) to lg_sev
      move cat_text(cat_idx) to template
    end-if
  end-perform
  if found_id = "N"
    move "W" to lg_sev
    move "UNCATALOGED MESSAGE -- &1 &2 &3" to template
  end-if

  move spaces to val_tok(1) val_tok(2) val_tok(3)
  unstring ln-values delimited by "|"
    into val_tok(1) val_tok(2) val_tok(3)
  end-unstring
  perform fill_template

  move spaces to env_run
  accept env_run from environment "BATCHRUN"
  if env_run(1:6) is numeric
    move env_run(1:6) to lg_run
  else
    move 0 to lg_run
  end-if
  move function current-date to curr_date_time
  move curr_date_time(1:8) to lg_date
  move curr_date_time(9:6) to lg_time
  move prog_name to lg_prog

  display function trim(prog_name) ": " lg_id " " lg_sev " "
      function trim(lg_text)

  move spaces to env_basename
  string "joblog." lg_run delimited by size into env_basename
  end-string
  call 'lib-runenv' using env_basename log_filename env_name
  open extend logfile
  if logfilestat = "35" or logfilestat = "05"
    open output logfile
  end-if
  if logfilestat = "00"
    write logfileline from log_line
    close logfile
  else
    display "lib-joblog: ERROR appending " function trim(log_filename)
        " status " logfilestat
  end-if
  goback.

*> &1..&3 replaced by the caller's values, trimmed.
fill_template.
  move spaces to lg_text
  move 1 to out_ptr
  move 1 to tpl_idx
  perform until tpl_idx > length of function trim(template trailing)
      or out_ptr > 100
    if template(tpl_idx:1) = "&" and tpl_idx < 100
        and template(tpl_idx + 1:1) >= "1"
        and template(tpl_idx + 1:1) <= "3"
      move template(tpl_idx + 1:1) to val_no
      if val_tok(val_no) not = spaces
        string function trim(val_tok(val_no)) delimited by size
          into lg_text with pointer out_ptr
        end-string
      end-if
      add 2 to tpl_idx
    else
      move template(tpl_idx:1) to lg_text(out_ptr:1)
      add 1 to out_ptr
      add 1 to tpl_idx
    end-if
  end-perform
  .

extract_program_name.
  move spaces to prog_name
  move 0 to name_len
  move "N" to name_done
  move "N" to name_char_seen
  move "N" to name_day_prog
  if ln-progid(1:1) >= "0" and ln-progid(1:1) <= "9"
    move "Y" to name_day_prog
  end-if
  perform until name_done = "Y" or name_len >= 10
    move ln-progid(name_len + 1:1) to name_char
    evaluate true
      when name_char >= "a" and name_char <= "z"
        move "Y" to name_char_seen
        add 1 to name_len
        move name_char to prog_name(name_len:1)
        if name_day_prog = "Y"
          move "Y" to name_done
        end-if
      when name_char = "-"
        add 1 to name_len
        move name_char to prog_name(name_len:1)
      when name_char >= "0" and name_char <= "9"
        if name_char_seen = "Y"
          move "Y" to name_done
        else
          add 1 to name_len
          move name_char to prog_name(name_len:1)
        end-if
      when other
        move "Y" to name_done
    end-evaluate
  end-perform
  .

load_catalog.
  move "Y" to cat_loaded
  move "N" to file_eof
  open input catfile
  if catfilestat not = "00"
    perform seed_catalog
    open input catfile
    if catfilestat not = "00"
      exit paragraph
    end-if
  end-if
  perform until file_eof = "Y"
    read catfile at end move "Y" to file_eof
      not at end
        if catfileline(1:1) not = "*" and catfileline(1:7) not = spaces
            and cat_cnt < 999
          add 1 to cat_cnt
          move catfileline to cat_row(cat_cnt)
        end-if
    end-read
  end-perform
  close catfile
  .

*> The suite's standard messages.
seed_catalog.
  open output catfile
  if catfilestat not = "00"
    display "lib-joblog: ERROR seeding message.cat status " catfilestat
    exit paragraph
  end-if
  move "RDD0001 I CONTROL CARD &1 NOT ON FILE -- DEFAULTS APPLY"
      to seed_line  perform add_seed_message
  move "RDD0002 E INPUT &1 DOES NOT EXIST"
      to seed_line  perform add_seed_message
  move "RDD0003 E ERROR OPENING &1, STATUS &2"
      to seed_line  perform add_seed_message
  move "RDD0004 E ERROR READING &1, STATUS &2"
      to seed_line  perform add_seed_message
  move "RDD0005 W ERROR CLOSING &1, STATUS &2"
      to seed_line  perform add_seed_message
  move "RDD0006 W POSSIBLE OVERFLOW READING &1 -- FIRST LINE FILLS THE &2-BYTE RECORD"
      to seed_line  perform add_seed_message
  move "CTL0001 E CONTROL CARD &1 LINE &2: UNKNOWN KEYWORD &3"
      to seed_line  perform add_seed_message
  move "CTL0002 E CONTROL CARD &1 LINE &2: &3"
      to seed_line  perform add_seed_message
  move "SWP0001 W HALF-FINISHED REWRITE OF &1 COMPLETED -- &2"
      to seed_line  perform add_seed_message
  move "SWP0002 W HALF-FINISHED REWRITE OF &1 ROLLED BACK -- &2"
      to seed_line  perform add_seed_message
  move "SWP0003 E &1 NOT REWRITTEN -- NEW COPY READ BACK &2 OF &3 RECORD(S)"
      to seed_line  perform add_seed_message
  move "SWP0004 E REWRITE OF &1 STOPPED &2 -- &3"
      to seed_line  perform add_seed_message
  move "SCH0001 E BLUEPRINT &1 SCHEDULE DOES NOT REPLAY -- &2"
      to seed_line  perform add_seed_message
  move "SCH0002 W BLUEPRINT &1 HAS NO BUILD SCHEDULE -- &2"
      to seed_line  perform add_seed_message
  move "CKP0001 I SKIPPING CHECKPOINTED &1 (&2)"
      to seed_line  perform add_seed_message
  move "D05B001 E PLAN MODE NEEDS A 05.tgt DESIRED LAYOUT, STATUS &1"
      to seed_line  perform add_seed_message
  move "DRV0001 I SKIPPING COMPLETED DAY &1 (STEP LEDGER)"
      to seed_line  perform add_seed_message
  move "DRV0002 W SKIPPING DAY &1 -- NO LONGER FITS THE WINDOW"
      to seed_line  perform add_seed_message
  move "DRV0003 E DAY &1 FAILED: &2"
      to seed_line  perform add_seed_message
  move "DRV0004 E UTILITY &1 (&2) ENDED &3"
      to seed_line  perform add_seed_message
  move "DRV0005 W DAY &1 LOGGED &2 ERROR MESSAGE(S) -- RECORDED AS LOGGED-ERROR"
      to seed_line  perform add_seed_message
  move "DRV0006 I RUN &1 STARTED, ENVIRONMENT &2"
      to seed_line  perform add_seed_message
  close catfile
  move "N" to file_eof
  .

add_seed_message.
  write catfileline from seed_line
  .
