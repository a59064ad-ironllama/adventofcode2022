*>   EXTRACT=nnnnnn   the extract number being acknowledged
*>                    (default: the oldest OPEN extract)
*>   USER=x           who consumed it (default OPERATOR)
*>   CONSUMER=x       the extract.sub consumer acknowledging: the
*>                    default extract is then its own oldest OPEN
*>                    one, and a named EXTRACT= must be its own.
*>                    Without it the default is the oldest OPEN
*>                    extract taken with no consumer.
*>   CAMP=ccc         the camp whose extract is acknowledged, as for
*>                    CONSUMER= (default the camp in force,
*>                    BATCHCAMP, else the unnamed camp).
*> Under BATCHENV=TEST the ledger is the test copy (lib-runenv).
*> The ledger is read a record at a time and the acknowledgment
*> written into a new copy of it through lib-mstswap, so however long
*> the ledger grows every record is carried over; a copy left
*> half-finished by a kill is settled at start-up.

environment division.
  input-output section.
    file-control.
      select ledfile assign to led_filename
        organization is line sequential
        file status is ledfilestat.
      select newfile assign to new_filename
        organization is line sequential
        file status is newfilestat.

data division.
  file section.
    fd ledfile.
    01 ledfileline pic x(86).

    fd newfile.
    01 newfileline pic x(86).

  working-storage section.
    01 ledfilestat pic xx.
    01 newfilestat pic xx.
    01 new_filename pic x(40).
    77 led_eof pic x.
    77 led_cnt pic s9(8) comp value 0.
    77 new_cnt pic 9(8) value 0.

    *> The extract being acknowledged, as the ledger has it.
    77 want_found pic x value "N".
    77 want_camp pic x(3).
    77 want_consumer pic x(8).

    77 want_extno pic 9(6) value 0.
    77 user_parm pic x(10).
    77 consumer_parm pic x(8) value spaces.
    77 camp_parm pic x(3) value spaces.
    77 env_camp pic x(3).
    01 led_filename pic x(40).
    77 env_basename pic x(30) value "extract.led".
    77 env_name pic x(4).
    77 acked pic x value "N".
    77 curr_date_time pic x(21).

    77 parm_source pic x(4).
    77 parm_echo pic x(60).

    *> For lib-mstswap -- the ledger rewrite.
    77 swap_mode pic x.
    77 swap_master pic x(40).
    77 swap_newcopy pic x(40).
    77 swap_count pic 9(8).
    77 swap_result pic x(4).

procedure division.
  call 'lib-runenv' using env_basename led_filename env_name
  perform recover_masters
  call 'lib-readdata' using function module-id ".ctl" ctl_all_lines

  move "EXTRACT" to parm_keyword
  display function trim(parm_echo)
  move parm_value(1:10) to user_parm

  move "CONSUMER" to parm_keyword
  move spaces to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  if parm_source = "CARD"
    display function trim(parm_echo)
    move parm_value(1:8) to consumer_parm
  end-if

  move spaces to env_camp
  accept env_camp from environment "BATCHCAMP"
  move "CAMP" to parm_keyword
  move env_camp to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  if parm_source = "CARD"
    display function trim(parm_echo)
  end-if
  move parm_value(1:3) to camp_parm

  *> No EXTRACT= means the consumer's oldest OPEN extract.
  perform scan_ledger
  if led_cnt = 0
    display "extack: no " function trim(led_filename)
        " ledger on file."
    move 8 to return-code
    goback
  end-if
  if want_extno = 0
    if consumer_parm = spaces
      display "extack: nothing OPEN to acknowledge."
    else
      display "extack: nothing OPEN for "
          function trim(consumer_parm) " to acknowledge."
    end-if
    goback
  end-if
  if want_found not = "Y"
    display "extack: extract " want_extno " not on the ledger."
    move 8 to return-code
    goback
  end-if

  *> Nor one camp another's.
  if want_camp not = camp_parm
    evaluate true
      when want_camp = spaces
        display "extack: extract " want_extno " was taken with no"
            " camp, not for camp " camp_parm "."
      when camp_parm = spaces
        display "extack: extract " want_extno " was taken for camp "
            want_camp " -- CAMP= must name it."
      when other
        display "extack: extract " want_extno " was taken for camp "
            want_camp ", not camp " camp_parm "."
    end-evaluate
    move 8 to return-code
    goback
  end-if

  *> One consumer cannot acknowledge another's extract for it.
  if consumer_parm not = spaces and want_consumer not = consumer_parm
    if want_consumer = spaces
      display "extack: extract " want_extno " was taken with no"
          " consumer, not for " function trim(consumer_parm) "."
    else
      display "extack: extract " want_extno " was taken for "
          function trim(want_consumer) ", not "
          function trim(consumer_parm) "."
    end-if
    move 8 to return-code
    goback
  end-if

  move function current-date to curr_date_time
  perform rewrite_ledger
  if acked not = "Y"
    goback
  end-if
  if consumer_parm = spaces
    display "extack: extract " want_extno " acknowledged by "
        function trim(user_parm) "."
  else
    display "extack: extract " want_extno " for "
        function trim(consumer_parm) " acknowledged by "
        function trim(user_parm) "."
  end-if
  goback.

*> One pass over the ledger: how many records, the default extract
*> when none was named, and the named one's camp and consumer.
scan_ledger.
  move "N" to led_eof
  move 0 to led_cnt
  open input ledfile
  if ledfilestat not = "00"
    exit paragraph
  perform until led_eof = "Y"
    read ledfile at end move "Y" to led_eof
      not at end
        add 1 to led_cnt
        if ledfileline(1:6) is numeric
          if want_extno = 0
              and ledfileline(39:8) = "OPEN    "
              and ledfileline(79:8) = consumer_parm
              and ledfileline(75:3) = camp_parm
            move ledfileline(1:6) to want_extno
          end-if
          if want_found = "N" and ledfileline(1:6) = want_extno
            move "Y" to want_found
            move ledfileline(75:3) to want_camp
            move ledfileline(79:8) to want_consumer
          end-if
        end-if
    end-read
  end-perform
  close ledfile
  .

*> Every record is copied into the new copy, the acknowledged one
*> stamped on the way; the swap puts the copy in place only when it
*> holds as many records as were written.
rewrite_ledger.
  move led_filename to swap_master
  move "B" to swap_mode
  call 'lib-mstswap' using function module-id swap_mode swap_master
      swap_newcopy swap_count swap_result
  move swap_newcopy to new_filename
  open input ledfile
  if ledfilestat not = "00"
    display "extack: ERROR reading " function trim(led_filename)
        " status " ledfilestat
    move 12 to return-code
    exit paragraph
  end-if
  open output newfile
  if newfilestat not = "00"
    display "extack: ERROR rewriting " function trim(led_filename)
        " status " newfilestat
    close ledfile
    move 12 to return-code
    exit paragraph
  end-if
  move 0 to new_cnt
  move "N" to led_eof
  perform until led_eof = "Y"
    read ledfile at end move "Y" to led_eof
      not at end
        move ledfileline to newfileline
        if ledfileline(1:6) is numeric
            and ledfileline(1:6) = want_extno
          move "ACKED" to newfileline(39:8)
          move curr_date_time(1:8) to newfileline(48:8)
          move curr_date_time(9:6) to newfileline(57:6)
          move user_parm to newfileline(64:10)
        end-if
        write newfileline
        add 1 to new_cnt
    end-read
  end-perform
  close ledfile
  close newfile
  move new_cnt to swap_count
  move "S" to swap_mode
  call 'lib-mstswap' using function module-id swap_mode swap_master
      swap_newcopy swap_count swap_result
  if swap_result not = "OK  "
    display "extack: " function trim(led_filename)
        " NOT UPDATED -- extract " want_extno " is still OPEN."
    move 12 to return-code
    exit paragraph
  end-if
  move "Y" to acked
  .

*> A rewrite a kill left half-finished is finished or undone before
*> anything reads the master.
recover_masters.
  move "R" to swap_mode
  move led_filename to swap_master
  call 'lib-mstswap' using function module-id swap_mode swap_master
      swap_newcopy swap_count swap_result
  .
