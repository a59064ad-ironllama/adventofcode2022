*>   OVERRIDE=YES       extract even though an OPEN extract exists
*>   RESEND=nnnnnn      reproduce a prior extract by number from its
*>                      reference copy instead of extracting anew
*> Under a camp (BATCHCAMP) only that camp's answers are extracted,
*> and the ledger record carries the camp code at the end. An OPEN
*> extract holds back only the same camp's next one for the same
*> consumer, and each camp's handover files are its own
*> (lib-campfile: NTH/answext.out). Under BATCHENV=TEST the answers,
*> the ledger, the holds and every output are the test copies
*> (lib-runenv), so a rehearsal never blocks or feeds production.
*> Quarantine: an answer lib-postanswer placed on hold (answers.hld)
*> stays out of the extract until holdmgr releases it; a rejected
*> one never goes out.
*>   HELD=OMIT          leave held answers out (default)
*>   HELD=MARK          send them with HELD in place of the status,
*>                      so downstream sees the day but not a figure
*>                      to use
*> Extract record: extract number x(6), space, the posting through
*> its time x(43); a posting at answers.int layout 02 carries on,
*> after a space, with its type x(1), unit x(8) and full answer
*> x(60), single spaces between. A layout-01 posting's extract
*> record is as it always was.
*> Subscriptions: with extract.sub on file each downstream consumer
*> listed there gets an extract of its own every run, numbered from
*> the same ledger sequence and written to answext.<consumer> (plus
*> its ext<nnnnnn>.out reference copy). One line per consumer, "*"
*> lines are comments:
*>   consumer x(8), from-day x(2), to-day x(2), then up to six
*>   answer statuses x(4) (PASS, FAIL, NEW , RAW , CHNG) -- single
*>   spaces between. No statuses takes every status; HELD among
*>   them sends that consumer's held answers marked HELD.
*> The ledger record carries the consumer code after the camp, and
*> an OPEN extract blocks only that consumer's next one: the others
*> still get theirs (return code 4 when any consumer was held back,
*> 8 when all were). The positional an.ctl day range is ignored
*> under subscriptions.
*>   CONSUMER=x         extract for that subscribed consumer only
*> With no extract.sub the single answext.out extract is taken as
*> before, its ledger record with a blank consumer.
*> A quarantine that does not fit the hold table (999 postings)
*> refuses the run, return code 12: an answer past the table would
*> go out as though it were never held. holdmgr ACTION=COMPACT
*> takes the released postings off answers.hld.

environment division.
  input-output section.
    file-control.
      select afile assign to ans_filename
        organization is line sequential
        file status is afilestat.
      select ofile assign to out_filename
        organization is line sequential
        file status is ofilestat.
      select ledfile assign to led_filename
        organization is line sequential
        file status is ledfilestat.
      select rfile assign to ref_filename
        organization is line sequential
        file status is rfilestat.
      select hfile assign to hfile_name
        organization is line sequential
        file status is hfilestat.
      select sfile assign to "extract.sub"
        organization is line sequential
        file status is sfilestat.

data division.
  file section.
    fd afile.
    01 afileline pic x(119).

    fd ofile.
    01 ofileline pic x(122).

    fd ledfile.
    01 ledfileline pic x(86).

    fd rfile.
    01 rfileline pic x(122).

    fd hfile.
    01 hfileline pic x(83).

    fd sfile.
    01 sfileline pic x(80).

  working-storage section.
    01 afilestat pic xx.
    01 ofilestat pic xx.
    01 ledfilestat pic xx.
    01 rfilestat pic xx.
    01 ref_filename pic x(40).
    01 out_filename pic x(40).
    01 ans_filename pic x(40).
    01 led_filename pic x(40).
    77 env_basename pic x(30).
    77 out_camp pic x(3).
    77 resend_camp pic x(3) value spaces.
    77 ans_eof pic x.
    77 led_eof pic x.
    77 from_day pic x(2) value "01".
    77 to_day pic x(2) value "99".
    77 camp_code pic x(3).
    77 selected_cnt pic s9(8) comp value 0.
    77 read_cnt pic s9(8) comp value 0.

      02 led_acktime pic x(6).
      02 filler pic x value space.
      02 led_ackuser pic x(10).
      02 filler pic x value space.
      02 led_camp pic x(3).
      02 filler pic x value space.
      02 led_consumer pic x(8).

    77 next_extno pic 9(6) value 0.
    *> For lib-intctl -- the interface-file control-total check.
    77 intctl_mode pic x.
    77 intctl_run pic 9(6).
    77 intctl_result pic x(4).
    77 override_parm pic x(3) value "NO ".
    77 resend_extno pic 9(6) value 0.
    77 curr_date_time pic x(21).
    77 out_line pic x(122).

    *> Postings whose latest state on answers.hld is HELD or
    *> REJECTED; a RELEASED one goes out as posted.
    01 hfilestat pic xx.
    01 hfile_name pic x(40).
    77 hold_basename pic x(30) value "answers.hld".
    77 env_name pic x(4).
    01 hold_table.
      02 hold_cnt pic s9(4) comp value 0.
      02 hold_row occurs 0 to 999 times depending on hold_cnt
          indexed by hold_idx.
        03 hl_posting pic x(47).
        03 hl_state pic x(8).
    77 hold_key pic x(47).
    77 hold_found pic x.
    77 hold_over_cnt pic s9(8) comp value 0.
    77 held_parm pic x(4) value "OMIT".
    77 held_cnt pic s9(8) comp value 0.
    77 rejected_cnt pic s9(8) comp value 0.

    *> The consumers on extract.sub -- or, without one, the single
    *> answext.out handover under a blank consumer code.
    01 sfilestat pic xx.
    77 sub_eof pic x.
    01 sub_table.
      02 sub_cnt pic s9(4) comp value 0.
      02 sub_row occurs 0 to 99 times depending on sub_cnt
          indexed by sub_idx.
        03 sb_consumer pic x(8).
        03 sb_from pic x(2).
        03 sb_to pic x(2).
        03 sb_status pic x(4) occurs 6 times.
        03 sb_open_extno pic 9(6).
        03 sb_outname pic x(40).
    77 stat_idx pic s9(4) comp.
    77 stat_pos pic s9(4) comp.
    77 stat_wanted pic x.
    77 mark_held pic x.
    77 consumer_parm pic x(8) value spaces.
    77 resend_consumer pic x(8) value spaces.
    77 blocked_cnt pic s9(4) comp value 0.
    77 taken_cnt pic s9(4) comp value 0.

    *> For lib-readdata + lib-parsectl.
    01 ctl_all_lines.
    77 parm_echo pic x(60).

procedure division.
  accept camp_code from environment "BATCHCAMP"
  move "answers.int" to env_basename
  call 'lib-runenv' using env_basename ans_filename env_name
  move "extract.led" to env_basename
  call 'lib-runenv' using env_basename led_filename env_name
  call 'lib-readdata' using function module-id ".ctl" ctl_all_lines
  *> The positional day-range lines are plain 2-digit records; the
  *> keyword cards below share the same file without clashing.
    move parm_value(1:6) to resend_extno
  end-if

  move "HELD" to parm_keyword
  move "OMIT" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  if parm_source = "CARD"
    display function trim(parm_echo)
  end-if
  if parm_value(1:4) = "MARK"
    move "MARK" to held_parm
  end-if

  move "CONSUMER" to parm_keyword
  move spaces to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  if parm_source = "CARD"
    display function trim(parm_echo)
    move parm_value(1:8) to consumer_parm
  end-if

  perform load_subscriptions
  if sub_cnt = 0
    if consumer_parm = spaces
      display "answext: no consumers on extract.sub."
    else
      display "answext: consumer " function trim(consumer_parm)
          " is not on extract.sub."
    end-if
    move 8 to return-code
    goback
  end-if
  perform scan_ledger

  if resend_extno > 0
    perform resend_extract
    goback
  end-if

  *> Control-total check before trusting the interface file.
  move ans_filename to intctl_filename
  move "V" to intctl_mode
  move 0 to intctl_run
  call 'lib-intctl' using intctl_filename intctl_mode intctl_run
      intctl_result
  if intctl_result = "FAIL"
    display "answext: " function trim(ans_filename)
        " fails its control totals --"
        " refusing to extract from a damaged file."
    move 12 to return-code
    goback
  end-if

  perform load_holds
  if hold_over_cnt > 0
    display "answext: ERROR -- " function trim(hfile_name)
        " holds more postings than the hold table (999); "
        hold_over_cnt " record(s) not loaded. Nothing extracted --"
        " take the released ones off with holdmgr ACTION=COMPACT."
    move 12 to return-code
    goback
  end-if
  perform varying sub_idx from 1 by 1 until sub_idx > sub_cnt
      or return-code >= 12
    if sb_open_extno(sub_idx) > 0 and override_parm not = "YES"
      add 1 to blocked_cnt
      if sb_consumer(sub_idx) = spaces
        display "answext: extract " sb_open_extno(sub_idx)
            " is still OPEN on the ledger -- downstream has not"
            " acknowledged it."
      else
        display "answext: extract " sb_open_extno(sub_idx) " for "
            function trim(sb_consumer(sub_idx)) " is still OPEN on"
            " the ledger -- " function trim(sb_consumer(sub_idx))
            " has not acknowledged it."
      end-if
      display "answext: refusing to overwrite; OVERRIDE=YES forces."
    else
      perform extract_for_consumer
    end-if
  end-perform

  if return-code < 12 and blocked_cnt > 0
    if taken_cnt = 0
      move 8 to return-code
    else
      if return-code < 4
        move 4 to return-code
      end-if
    end-if
  end-if
  goback.

*> One consumer's extract: the next number, its handover file and
*> reference copy, and its OPEN record on the ledger.
extract_for_consumer.
  compute next_extno = next_extno + 1
  move 0 to read_cnt selected_cnt held_cnt rejected_cnt
  move "N" to mark_held
  if held_parm = "MARK"
    move "Y" to mark_held
  end-if
  perform varying stat_idx from 1 by 1 until stat_idx > 6
    if sb_status(sub_idx, stat_idx) = "HELD"
      move "Y" to mark_held
    end-if
  end-perform
  move sb_outname(sub_idx) to out_filename

  open input afile
  if afilestat not = "00"
    display "answext: no " function trim(ans_filename)
        " on file, status " afilestat
    move 8 to return-code
    move sub_cnt to sub_idx
    exit paragraph
  end-if
  open output ofile
  if ofilestat not = "00"
    display "answext: ERROR opening " function trim(out_filename)
        " status " ofilestat
    close afile
    move 12 to return-code
    exit paragraph
  end-if
  perform set_ref_filename
  open output rfile
  if rfilestat not = "00"
    display "answext: ERROR opening " function trim(ref_filename)
    close afile
    close ofile
    move 12 to return-code
    exit paragraph
  end-if

  move "N" to ans_eof
    read afile at end move "Y" to ans_eof
      not at end
        add 1 to read_cnt
        perform check_status_wanted
        if afileline(1:4) not = "HDR "
            and afileline(1:4) not = "TRL "
            and afileline(1:2) >= sb_from(sub_idx)
            and afileline(1:2) <= sb_to(sub_idx)
            and (camp_code = spaces or afileline(45:3) = camp_code)
            and stat_wanted = "Y"
          move afileline to hold_key
          perform find_hold
          evaluate true
            when hold_found = "Y" and hl_state(hold_idx) = "REJECTED"
              add 1 to rejected_cnt
            when hold_found = "Y" and hl_state(hold_idx) = "HELD"
                and mark_held = "N"
              add 1 to held_cnt
            when other
              add 1 to selected_cnt
              move spaces to out_line
              move next_extno to out_line(1:6)
              move afileline to out_line(8:43)
              move afileline(49:71) to out_line(52:71)
              if hold_found = "Y" and hl_state(hold_idx) = "HELD"
                add 1 to held_cnt
                move "HELD" to out_line(31:4)
              end-if
              write ofileline from out_line
              write rfileline from out_line
          end-evaluate
        end-if
    end-read
  end-perform
  close ofile
  close rfile
  perform append_ledger_record
  add 1 to taken_cnt
  if sb_consumer(sub_idx) = spaces
    display "answext: extract " next_extno " -- " selected_cnt " of "
        read_cnt " record(s) selected, days " sb_from(sub_idx) " - "
        sb_to(sub_idx) "."
  else
    display "answext: extract " next_extno " for "
        function trim(sb_consumer(sub_idx)) " -- " selected_cnt
        " of " read_cnt " record(s) selected, days " sb_from(sub_idx)
        " - " sb_to(sub_idx) ", to " function trim(out_filename) "."
  end-if
  if held_cnt > 0 or rejected_cnt > 0
    if mark_held = "Y"
      display "answext: " held_cnt " held answer(s) sent marked HELD, "
          rejected_cnt " rejected answer(s) left out."
    else
      display "answext: " held_cnt " held and " rejected_cnt
          " rejected answer(s) left out -- see holdmgr."
    end-if
  end-if
  .

*> An answer goes to a consumer that lists its status, or to one
*> that lists no statuses at all.
check_status_wanted.
  move "Y" to stat_wanted
  perform varying stat_idx from 1 by 1 until stat_idx > 6
    if sb_status(sub_idx, stat_idx) not = spaces
        and sb_status(sub_idx, stat_idx) not = "HELD"
      move "N" to stat_wanted
    end-if
  end-perform
  if stat_wanted = "N"
    perform varying stat_idx from 1 by 1 until stat_idx > 6
      if sb_status(sub_idx, stat_idx) = afileline(24:4)
        move "Y" to stat_wanted
      end-if
    end-perform
  end-if
  .

*> The subscriptions on extract.sub, narrowed to CONSUMER= when one
*> is named; without the file, the an.ctl day range as before.
load_subscriptions.
  move "N" to sub_eof
  open input sfile
  if sfilestat = "00"
    perform until sub_eof = "Y"
      read sfile at end move "Y" to sub_eof
        not at end
          if sfileline(1:1) not = "*" and sfileline(1:8) not = spaces
              and (consumer_parm = spaces
                or sfileline(1:8) = consumer_parm)
              and sub_cnt < 99
            add 1 to sub_cnt
            perform add_subscription
          end-if
      end-read
    end-perform
    close sfile
    exit paragraph
  end-if
  add 1 to sub_cnt
  move spaces to sub_row(sub_cnt)
  move from_day to sb_from(sub_cnt)
  move to_day to sb_to(sub_cnt)
  move 0 to sb_open_extno(sub_cnt)
  move "answext.out" to env_basename
  perform set_out_filename
  move out_filename to sb_outname(sub_cnt)
  .

add_subscription.
  move spaces to sub_row(sub_cnt)
  move sfileline(1:8) to sb_consumer(sub_cnt)
  move "01" to sb_from(sub_cnt)
  move "99" to sb_to(sub_cnt)
  if sfileline(10:2) is numeric
    move sfileline(10:2) to sb_from(sub_cnt)
  end-if
  if sfileline(13:2) is numeric
    move sfileline(13:2) to sb_to(sub_cnt)
  end-if
  move 16 to stat_pos
  perform varying stat_idx from 1 by 1 until stat_idx > 6
    move sfileline(stat_pos:4) to sb_status(sub_cnt, stat_idx)
    add 5 to stat_pos
  end-perform
  move 0 to sb_open_extno(sub_cnt)
  move spaces to env_basename
  string "answext." function trim(sb_consumer(sub_cnt))
    delimited by size into env_basename
  end-string
  perform set_out_filename
  move out_filename to sb_outname(sub_cnt)
  .

*> A handover file: the environment's copy, then the camp's.
set_out_filename.
  call 'lib-runenv' using env_basename out_filename env_name
  call 'lib-campfile' using out_filename out_camp
  .

*> The reference copy of extract next_extno (or the one re-sent).
*> Extract numbers are unique across camps, so the copies stay with
*> the ledger rather than under a camp.
set_ref_filename.
  move spaces to env_basename
  string "ext" next_extno ".out"
    delimited by size into env_basename
  end-string
  call 'lib-runenv' using env_basename ref_filename env_name
  .

*> The latest quarantine state of every posting on answers.hld.
load_holds.
  call 'lib-runenv' using hold_basename hfile_name env_name
  move "N" to ans_eof
  open input hfile
  if hfilestat not = "00"
    exit paragraph
  end-if
  perform until ans_eof = "Y"
    read hfile at end move "Y" to ans_eof
      not at end
        move hfileline(1:47) to hold_key
        perform find_hold
        if hold_found = "N"
          if hold_cnt < 999
            add 1 to hold_cnt
            move hold_cnt to hold_idx
            move hfileline(1:47) to hl_posting(hold_idx)
            move "Y" to hold_found
          else
            add 1 to hold_over_cnt
          end-if
        end-if
        if hold_found = "Y"
          move hfileline(49:8) to hl_state(hold_idx)
        end-if
    end-read
  end-perform
  close hfile
  .

find_hold.
  move "N" to hold_found
  perform varying hold_idx from 1 by 1
      until hold_idx > hold_cnt or hold_found = "Y"
    if hl_posting(hold_idx) = hold_key
      move "Y" to hold_found
    end-if
  end-perform
  if hold_found = "Y"
    subtract 1 from hold_idx
  end-if
  .

*> Highest extract number and each consumer's still-open extract
*> on the ledger.
scan_ledger.
  move "N" to led_eof
  open input ledfile
          if ledfileline(1:6) > next_extno
            move ledfileline(1:6) to next_extno
          end-if
          if ledfileline(1:6) = resend_extno
            move ledfileline(79:8) to resend_consumer
            move ledfileline(75:3) to resend_camp
          end-if
          perform varying sub_idx from 1 by 1 until sub_idx > sub_cnt
            if sb_consumer(sub_idx) = ledfileline(79:8)
                and ledfileline(75:3) = camp_code
              if ledfileline(39:8) = "OPEN    "
                move ledfileline(1:6) to sb_open_extno(sub_idx)
              else
                if ledfileline(1:6) = sb_open_extno(sub_idx)
                  move 0 to sb_open_extno(sub_idx)
                end-if
              end-if
            end-if
          end-perform
        end-if
    end-read
  end-perform
  move next_extno to led_extno
  move curr_date_time(1:8) to led_date
  move curr_date_time(9:6) to led_time
  move sb_from(sub_idx) to led_from
  move sb_to(sub_idx) to led_to
  move selected_cnt to led_reccnt
  move "OPEN" to led_status
  move spaces to led_ackdate
  move spaces to led_acktime
  move spaces to led_ackuser
  move camp_code to led_camp
  move sb_consumer(sub_idx) to led_consumer
  open extend ledfile
  if ledfilestat = "35" or ledfilestat = "05"
    open output ledfile
    write ledfileline from led_line
    close ledfile
  else
    display "answext: ERROR appending " function trim(led_filename)
        " status " ledfilestat
    move 12 to return-code
  end-if
  .

*> Reproduce a prior extract verbatim from its reference copy, to
*> the handover file of the consumer and camp it was taken for.
resend_extract.
  move "answext.out" to env_basename
  if resend_consumer not = spaces
    move spaces to env_basename
    string "answext." function trim(resend_consumer)
      delimited by size into env_basename
    end-string
  end-if
  display "BATCHCAMP" upon environment-name
  display resend_camp upon environment-value
  perform set_out_filename
  display "BATCHCAMP" upon environment-name
  display camp_code upon environment-value
  move resend_extno to next_extno
  perform set_ref_filename
  open input rfile
  if rfilestat not = "00"
    display "answext: no reference copy "
  end-if
  open output ofile
  if ofilestat not = "00"
    display "answext: ERROR opening " function trim(out_filename)
        " status " ofilestat
    close rfile
    move 12 to return-code
    exit paragraph
  end-perform
  close rfile
  close ofile
  display "answext: extract " resend_extno " re-sent to "
      function trim(out_filename) " -- " selected_cnt " record(s)."
  .
