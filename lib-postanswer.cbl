*>   day        x(2)   "19"
*>   part       x(1)   "b"
*>   answer     x(18)  right-justified numerics or raw text
*>   status     x(4)   PASS/FAIL/NEW /RAW /CHNG (RAW = no baseline
*>                     check; CHNG = first run after a source change)
*>   run date   x(8)   YYYYMMDD, the business date (lib-procdate)
*>   run time   x(6)   HHMMSS by the clock
*>   camp       x(3)   the camp the answer was run for (BATCHCAMP),
*>                     blank for the single-camp operation
*> Layout 02 ("HDR 02") carries on after the camp, single spaces
*> between, so a layout-01 reader's fields do not move:
*>   type       x(1)   N numeric, T text
*>   unit       x(8)   the unit the answer is counted in, if any
*>   answer     x(60)  the answer in full, left-justified -- a text
*>                     answer longer than 18, a multi-value result
*> The layout posted is the one on the file's header: a new file is
*> created at 02, and a file still at 01 takes 01 records until
*> cvtans upgrades it. A record posted under 01 reads under 02 with
*> type, unit and full answer blank.
*>   ln-progid       in  the caller's module-id (day and part)
*>   ln-answer       in  the answer, x(18)
*>   ln-status       in  PASS/FAIL/NEW /RAW /CHNG
*>   ln-form         in  "S" the 18-byte answer only: the type is
*>                       worked out from it and it stands as the full
*>                       answer; "F" the full answer, its type and its
*>                       unit follow
*>   ln-full-answer  in  ("F") the answer in full, x(60)
*>   ln-type         in  ("F") N or T
*>   ln-unit         in  ("F") the unit, x(8)
*> lib-checkbaseline posts automatically for its callers; day
*> programs without a baseline call this directly with status "RAW ".
*> A TEST run posts to test/answers.int instead (lib-runenv).
*> Quarantine: a posting whose status is on the hold list is also
*> placed on hold -- its record, as posted, is appended to
*> answers.hld with state HELD. answext leaves a held answer out of
*> (or marks it in) the downstream extract until holdmgr releases
*> or rejects it. The hold list is hold.sts, one status per line
*> ("*" comments); with no hold.sts on file a FAIL is held, and an
*> empty one holds nothing.
*> Each posting is also kept on the keyed copy answers.idx once
*> keyload has built it (lib-keyidx).
*> A trial run -- jetbatch's what-if patterns, decbatch's runs of 20a
*> -- sets BATCHTRIAL=Y around the program it calls. Its postings go
*> to answers.tri (lib-runenv) instead, for the batch to harvest and
*> remove: nothing reaches answers.int, answers.idx or answers.hld.

environment division.
  input-output section.
    file-control.
      select afile assign to afile_name
        organization is line sequential
        file status is afilestat.
      select hfile assign to hfile_name
        organization is line sequential
        file status is hfilestat.
      select sfile assign to "hold.sts"
        organization is line sequential
        file status is sfilestat.

data division.
  file section.
    fd afile.
    01 afileline pic x(119).

    fd hfile.
    01 hfileline pic x(83).

    fd sfile.
    01 sfileline pic x(80).

  working-storage section.
    01 afilestat pic xx.
    01 afile_name pic x(40).
    01 answer_line.
      02 answer_day pic x(2).
      02 answer_part pic x(1).
      02 answer_date pic x(8).
      02 filler pic x value space.
      02 answer_time pic x(6).
      02 filler pic x value space.
      02 answer_camp pic x(3).
      02 answer_ext.
        03 filler pic x value space.
        03 answer_type pic x(1).
        03 filler pic x value space.
        03 answer_unit pic x(8).
        03 filler pic x value space.
        03 answer_full pic x(60).
    77 curr_date_time pic x(21).

    *> The layout on the interface file's header, looked up once per
    *> file.
    77 layout_file pic x(40) value spaces.
    77 layout_version pic x(2) value "01".
    77 type_probe pic x(18).
    77 probe_len pic s9(4) comp.
    *> For lib-procdate -- the business date the record is stamped
    *> with.
    77 pd_mode pic x value "G".
    77 pd_run pic 9(6) value 0.
    77 pd_date pic x(8).
    77 pd_result pic x(4).

    *> For lib-runenv -- the environment's copy of the file.
    77 env_basename pic x(30) value "answers.int".
    77 env_name pic x(4).
    77 trial_basename pic x(30) value "answers.tri".
    77 trial_flag pic x.

    *> The hold list, loaded on the first posting of the run unit,
    *> and the quarantine record: the posting as written to
    *> answers.int, then the hold state and who decided it when.
    01 hfilestat pic xx.
    01 hfile_name pic x(40).
    01 sfilestat pic xx.
    77 file_eof pic x.
    01 hold_list.
      02 hold_cnt pic s9(4) comp value 0.
      02 hold_status pic x(4) occurs 0 to 20 times
          depending on hold_cnt indexed by hold_idx.
    77 hold_loaded pic x value "N".
    77 hold_recovered pic x value "N".
    77 hold_it pic x.
    77 hold_basename pic x(30) value "answers.hld".
    *> For lib-mstswap.
    77 swap_mode pic x.
    77 swap_master pic x(40).
    77 swap_newcopy pic x(40).
    77 swap_count pic 9(8).
    77 swap_result pic x(4).
    01 hold_line.
      02 hold_posting pic x(47).
      02 filler pic x value space.
      02 hold_state pic x(8).
      02 filler pic x value space.
      02 hold_date pic x(8).
      02 filler pic x value space.
      02 hold_time pic x(6).
      02 filler pic x value space.
      02 hold_user pic x(10).

  linkage section.
    01 ln-progid pic x(10).
    01 ln-answer pic x(18).
    01 ln-status pic x(4).
    01 ln-form pic x.
    01 ln-full-answer pic x(60).
    01 ln-type pic x(1).
    01 ln-unit pic x(8).

procedure division using ln-progid ln-answer ln-status ln-form
    ln-full-answer ln-type ln-unit.
  move ln-progid(1:2) to answer_day
  move ln-progid(3:1) to answer_part
  move ln-answer to answer_value
  move ln-status to answer_status
  move spaces to answer_ext
  if ln-form = "F"
    move ln-full-answer to answer_full
    move ln-type to answer_type
    move ln-unit to answer_unit
    if answer_value = spaces
      move answer_full to answer_value
    end-if
  else
    move function trim(answer_value) to answer_full
  end-if
  if answer_type not = "N" and answer_type not = "T"
    perform classify_answer
  end-if
  move function current-date to curr_date_time
  call 'lib-procdate' using pd_mode pd_run pd_date pd_result
  move pd_date to answer_date
  move curr_date_time(9:6) to answer_time
  accept answer_camp from environment "BATCHCAMP"
  move space to trial_flag
  accept trial_flag from environment "BATCHTRIAL"
  if trial_flag = "Y"
    call 'lib-runenv' using trial_basename afile_name env_name
  else
    call 'lib-runenv' using env_basename afile_name env_name
  end-if
  if afile_name not = layout_file
    perform find_layout_version
  end-if

  open extend afile
  if afilestat = "35" or afilestat = "05"
    *> batch seal (lib-intctl) fills in the control totals.
    open output afile
    if afilestat = "00"
      move "HDR 02" to afileline
      write afileline
      move "02" to layout_version
    end-if
  end-if
  if layout_version = "01"
    move spaces to answer_ext
  end-if
  if afilestat = "00"
    write afileline from answer_line
    close afile
    if trial_flag not = "Y"
      call 'lib-keyidx' using "ADD " "ANSWERS " answer_line
      perform hold_if_listed
    end-if
  else
    display "lib-postanswer: ERROR appending "
        function trim(afile_name) " status " afilestat
  end-if
  goback.

*> A file with no header is at layout 01; one not on file yet will
*> be created at 02.
find_layout_version.
  move afile_name to layout_file
  move "01" to layout_version
  open input afile
  if afilestat = "35" or afilestat = "05"
    move "02" to layout_version
    exit paragraph
  end-if
  if afilestat not = "00"
    exit paragraph
  end-if
  read afile
    at end continue
    not at end
      if afileline(1:4) = "HDR " and afileline(5:2) is numeric
        move afileline(5:2) to layout_version
      end-if
  end-read
  close afile
  .

*> N when the answer is a whole number (a leading minus allowed),
*> T for anything else.
classify_answer.
  move "T" to answer_type
  move function trim(answer_value) to type_probe
  move function length(function trim(answer_value)) to probe_len
  if answer_value = spaces
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

hold_if_listed.
  if hold_loaded = "N"
    perform load_hold_list
  end-if
  move "N" to hold_it
  perform varying hold_idx from 1 by 1
      until hold_idx > hold_cnt or hold_it = "Y"
    if hold_status(hold_idx) = answer_status
      move "Y" to hold_it
    end-if
  end-perform
  if hold_it = "N"
    exit paragraph
  end-if
  move answer_line to hold_posting
  move "HELD" to hold_state
  move answer_date to hold_date
  move answer_time to hold_time
  move ln-progid(1:3) to hold_user
  call 'lib-runenv' using hold_basename hfile_name env_name
  *> holdmgr COMPACT rewrites the quarantine; a swap of it left
  *> half-finished is settled before the first hold is appended.
  if hold_recovered = "N"
    move "Y" to hold_recovered
    move "R" to swap_mode
    move hfile_name to swap_master
    call 'lib-mstswap' using ln-progid swap_mode swap_master
        swap_newcopy swap_count swap_result
  end-if
  open extend hfile
  if hfilestat = "35" or hfilestat = "05"
    open output hfile
  end-if
  if hfilestat = "00"
    write hfileline from hold_line
    close hfile
    display "lib-postanswer: " answer_day answer_part " "
        answer_status " answer placed on hold (answers.hld)"
  else
    display "lib-postanswer: ERROR appending answers.hld status "
        hfilestat
  end-if
  .

load_hold_list.
  move "Y" to hold_loaded
  move "N" to file_eof
  open input sfile
  if sfilestat not = "00"
    move 1 to hold_cnt
    move "FAIL" to hold_status(1)
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read sfile at end move "Y" to file_eof
      not at end
        if sfileline(1:1) not = "*" and sfileline(1:4) not = spaces
            and hold_cnt < 20
          add 1 to hold_cnt
          move sfileline(1:4) to hold_status(hold_cnt)
        end-if
    end-read
  end-perform
  close sfile
  .
