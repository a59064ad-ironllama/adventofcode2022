           >>source format free
identification division.
program-id. adhocq.
author. alexoh@wcoding.
*> Ad-hoc rerun request queue. A rerun used to mean hand-editing
*> dr.ctl with day labels and keywords, running driver and putting
*> the card back -- which is how a month-end card got left in place
*> overnight. A requester now files "rerun day X with these control
*> keywords, reason Y, requested by Z" here; driver works the queue
*> as an ad-hoc run with a run number of its own, stages each
*> request's keywords onto the day's own card for that one run only,
*> and marks every request DONE or FAILED with the run number and the
*> day's result. dr.ctl is never touched.
*> Queue record (rerun.que, space-separated):
*>   request(6) status(8) day(3) keyword 1-3 (30 each) reason(30)
*>   requester(10) filed date(8) time(6) run(6) worked date(8)
*>   time(6) result(13) camp(3)
*> Status PENDING until worked (DONE / FAILED) or CANCELED.
*> Control card (ad.ctl):
*>   ACTION=FILE DAY=ddp [KEY1=KEYWORD=VALUE] [KEY2=...] [KEY3=...]
*>     REASON=... [USER=x] [CAMP=ccc]   file a request; CAMP= runs
*>                                  it for that camp of camp.mst
*>                                  (default the camp in force,
*>                                  BATCHCAMP, else the unnamed camp)
*>   ACTION=LIST [STATUS=PENDING|DONE|FAILED|CANCELED|ALL]
*>                                  what was asked for and what
*>                                  happened to it (default ALL)
*>   ACTION=CANCEL REQUEST=n [USER=x]   withdraw a PENDING request
*>   ACTION=RUN                     start the ad-hoc run now: leaves
*>                                  the one-shot rerun.go marker and
*>                                  calls driver, which works every
*>                                  PENDING request and nothing else
*> Keywords are checked against keyword.dic as the day's card would
*> be: a day whose card is read by position (no dictionary records
*> for it or its card-mates) takes no KEY1-3 at all, and a keyword
*> the day does not take, or a value out of its range, is refused
*> here rather than staged onto the card.
*> Return code 8 when a request is refused. ACTION=RUN ends with
*> driver's own return code, raised to at least 4 when a request
*> worked in the run ended FAILED.

environment division.
  input-output section.
    file-control.
      select qfile assign to "rerun.que"
        organization is line sequential
        file status is qfilestat.
      select gofile assign to "rerun.go"
        organization is line sequential
        file status is gofilestat.
      select campfile assign to "camp.mst"
        organization is line sequential
        file status is campfilestat.

data division.
  file section.
    fd qfile.
    01 qfileline pic x(211).

    fd gofile.
    01 gofileline pic x(40).

    fd campfile.
    01 campfileline pic x(40).

  working-storage section.
    01 qfilestat pic xx.
    01 gofilestat pic xx.
    77 file_eof pic x.

    *> One queue record.
    01 rq_line.
      02 rq_no pic 9(6).
      02 filler pic x value space.
      02 rq_status pic x(8).
      02 filler pic x value space.
      02 rq_day pic x(3).
      02 filler pic x value space.
      02 rq_key1 pic x(30).
      02 filler pic x value space.
      02 rq_key2 pic x(30).
      02 filler pic x value space.
      02 rq_key3 pic x(30).
      02 filler pic x value space.
      02 rq_reason pic x(30).
      02 filler pic x value space.
      02 rq_user pic x(10).
      02 filler pic x value space.
      02 rq_date pic x(8).
      02 filler pic x value space.
      02 rq_time pic x(6).
      02 filler pic x value space.
      02 rq_run pic x(6).
      02 filler pic x value space.
      02 rq_done_date pic x(8).
      02 filler pic x value space.
      02 rq_done_time pic x(6).
      02 filler pic x value space.
      02 rq_result pic x(13).
      02 filler pic x value space.
      02 rq_camp pic x(3).

    01 queue_table.
      02 q_cnt pic s9(4) comp value 0.
      02 q_row pic x(211) occurs 0 to 999 times
          depending on q_cnt indexed by q_idx.
    77 q_found pic s9(4) comp.
    77 next_req_no pic 9(6) value 0.

    *> The day-programs driver can run.
    01 valid_days.
      02 valid_day pic x(3) occurs 42 times.
    77 valid_cnt pic s9(4) comp value 42.
    77 valid_idx pic s9(4) comp.
    77 day_valid pic x.

    77 action_parm pic x(8).
    77 day_parm pic x(3).
    77 key1_parm pic x(30).
    77 key2_parm pic x(30).
    77 key3_parm pic x(30).
    77 reason_parm pic x(30).
    77 user_parm pic x(10).
    77 status_parm pic x(8).
    77 request_parm pic 9(6) value 0.
    77 camp_parm pic x(3).
    77 env_camp pic x(3).
    01 campfilestat pic xx.
    77 camp_eof pic x.
    77 camp_valid pic x.
    77 listed_cnt pic s9(4) comp value 0.
    *> The requests an ACTION=RUN hands to driver, and how it ended.
    01 run_requests.
      02 run_req_cnt pic s9(4) comp value 0.
      02 run_req_no pic 9(6) occurs 0 to 999 times
          depending on run_req_cnt indexed by run_req_idx.
    77 run_rc pic s9(4) comp value 0.
    77 run_failed_cnt pic s9(4) comp value 0.
    77 pending_cnt pic s9(4) comp value 0.
    77 curr_date_time pic x(21).
    77 disp-num pic z(3)9.
    77 report-line pic x(999).

    *> For lib-readdata + lib-parsectl.
    01 ctl_all_lines.
      02 ctl_line_cnt pic s9(8) comp value 0.
      02 ctl_line_row pic x(9999) occurs 0 to 99 times
          depending on ctl_line_cnt indexed by ctl_line_idx.
    77 parm_keyword pic x(12).
    77 parm_default pic x(30).
    77 parm_value pic x(30).
    77 parm_source pic x(4).
    77 parm_echo pic x(60).

    *> For lib-ctldict, checking KEY1-3 against the day's keywords.
    77 dict_mode pic x value "L".
    77 dict_progid pic x(10).
    77 dict_keyword pic x(12).
    77 dict_text pic x(256).
    77 dict_default pic x(30).
    77 dict_source pic x(4).
    77 dict_result pic x(4).
    77 dict_message pic x(50).
    77 key_parm pic x(30).
    77 keys_valid pic x.

procedure division.
  move function current-date to curr_date_time
  call 'lib-readdata' using function module-id ".ctl" ctl_all_lines

  move "ACTION" to parm_keyword
  move "LIST" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  move parm_value(1:8) to action_parm

  move "DAY" to parm_keyword
  move spaces to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  move parm_value(1:3) to day_parm

  move "KEY1" to parm_keyword
  move spaces to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  move parm_value to key1_parm

  move "KEY2" to parm_keyword
  move spaces to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  move parm_value to key2_parm

  move "KEY3" to parm_keyword
  move spaces to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  move parm_value to key3_parm

  move "REASON" to parm_keyword
  move spaces to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  move parm_value to reason_parm

  move "USER" to parm_keyword
  move "OPERATOR" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  move parm_value(1:10) to user_parm

  move "STATUS" to parm_keyword
  move "ALL" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  move parm_value(1:8) to status_parm

  move spaces to env_camp
  accept env_camp from environment "BATCHCAMP"
  move "CAMP" to parm_keyword
  move env_camp to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  move parm_value(1:3) to camp_parm

  move "REQUEST" to parm_keyword
  move "0" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  if parm_value not = spaces and function trim(parm_value) is numeric
    move function numval(parm_value) to request_parm
  end-if

  perform load_queue

  evaluate action_parm
    when "FILE"
      perform file_request
    when "LIST"
      perform list_queue
    when "CANCEL"
      perform cancel_request
    when "RUN"
      perform start_adhoc_run
    when other
      display "adhocq: unknown ACTION " action_parm
      move 8 to return-code
  end-evaluate
  goback.

load_queue.
  move 0 to q_cnt
  move 0 to next_req_no
  move "N" to file_eof
  open input qfile
  if qfilestat not = "00"
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read qfile at end move "Y" to file_eof
      not at end
        if qfileline(1:6) is numeric and q_cnt < 999
          add 1 to q_cnt
          move qfileline to q_row(q_cnt)
          if qfileline(1:6) > next_req_no
            move qfileline(1:6) to next_req_no
          end-if
        end-if
    end-read
  end-perform
  close qfile
  .

save_queue.
  open output qfile
  if qfilestat not = "00"
    display "adhocq: ERROR writing rerun.que status " qfilestat
    move 12 to return-code
    exit paragraph
  end-if
  perform varying q_idx from 1 by 1 until q_idx > q_cnt
    write qfileline from q_row(q_idx)
  end-perform
  close qfile
  .

file_request.
  if day_parm = spaces or reason_parm = spaces
    display "adhocq: FILE needs DAY= and REASON=."
    move 8 to return-code
    exit paragraph
  end-if
  perform check_day
  if day_valid = "N"
    display "adhocq: " day_parm " is not a day-program driver runs."
    move 8 to return-code
    exit paragraph
  end-if
  perform check_camp
  if camp_valid = "N"
    display "adhocq: camp " camp_parm " is not on camp.mst."
    move 8 to return-code
    exit paragraph
  end-if
  perform check_keywords
  if keys_valid = "N"
    move 8 to return-code
    exit paragraph
  end-if
  if q_cnt >= 999
    display "adhocq: rerun queue full."
    move 12 to return-code
    exit paragraph
  end-if
  add 1 to next_req_no
  move spaces to rq_line
  move next_req_no to rq_no
  move "PENDING" to rq_status
  move day_parm to rq_day
  move key1_parm to rq_key1
  move key2_parm to rq_key2
  move key3_parm to rq_key3
  move reason_parm to rq_reason
  move user_parm to rq_user
  move curr_date_time(1:8) to rq_date
  move curr_date_time(9:6) to rq_time
  move camp_parm to rq_camp
  add 1 to q_cnt
  move rq_line to q_row(q_cnt)
  perform save_queue
  if camp_parm = spaces
    display "adhocq: request " next_req_no " filed -- rerun "
        day_parm " for " function trim(user_parm) "."
  else
    display "adhocq: request " next_req_no " filed -- rerun "
        day_parm " camp " camp_parm " for " function trim(user_parm)
        "."
  end-if
  .

*> Every keyword on the request has to be one the day's card takes,
*> with a value it accepts.
check_keywords.
  move "Y" to keys_valid
  move key1_parm to key_parm
  perform check_one_keyword
  move key2_parm to key_parm
  perform check_one_keyword
  move key3_parm to key_parm
  perform check_one_keyword
  .

check_one_keyword.
  if key_parm = spaces or keys_valid = "N"
    exit paragraph
  end-if
  move "L" to dict_mode
  move day_parm to dict_progid
  move key_parm to dict_text
  move spaces to dict_keyword dict_default dict_source dict_message
  call 'lib-ctldict' using dict_mode dict_progid dict_keyword
      dict_text dict_default dict_source dict_result dict_message
  evaluate dict_result
    when "OK  "
      continue
    when "NONE"
      display "adhocq: day " day_parm " reads its card by position"
          " -- it takes no keywords; request not filed."
      move "N" to keys_valid
    when "SKIP"
      display "adhocq: " function trim(key_parm)
          " is not KEYWORD=VALUE; request not filed."
      move "N" to keys_valid
    when other
      display "adhocq: " function trim(key_parm) " -- "
          function trim(dict_message) "; request not filed."
      move "N" to keys_valid
  end-evaluate
  .

*> A camp named on the request has to be one camp.mst knows.
check_camp.
  move "Y" to camp_valid
  if camp_parm = spaces
    exit paragraph
  end-if
  move "N" to camp_valid
  move "N" to camp_eof
  open input campfile
  if campfilestat not = "00"
    exit paragraph
  end-if
  perform until camp_eof = "Y"
    read campfile at end move "Y" to camp_eof
      not at end
        if campfileline(1:1) not = "*"
            and campfileline(1:3) = camp_parm
          move "Y" to camp_valid
        end-if
    end-read
  end-perform
  close campfile
  .

cancel_request.
  if request_parm = 0
    display "adhocq: CANCEL needs REQUEST=."
    move 8 to return-code
    exit paragraph
  end-if
  move 0 to q_found
  perform varying q_idx from 1 by 1 until q_idx > q_cnt
    if q_row(q_idx)(1:6) = request_parm
      move q_idx to q_found
    end-if
  end-perform
  if q_found = 0
    display "adhocq: request " request_parm " not on the queue."
    move 8 to return-code
    exit paragraph
  end-if
  move q_row(q_found) to rq_line
  if rq_status not = "PENDING"
    display "adhocq: request " request_parm " is already "
        function trim(rq_status) "."
    move 8 to return-code
    exit paragraph
  end-if
  move "CANCELED" to rq_status
  move curr_date_time(1:8) to rq_done_date
  move curr_date_time(9:6) to rq_done_time
  move spaces to rq_result
  string "BY " user_parm delimited by size into rq_result
  end-string
  move rq_line to q_row(q_found)
  perform save_queue
  display "adhocq: request " request_parm " canceled."
  .

*> The marker tells driver this invocation is the ad-hoc run; driver
*> removes it as soon as it has seen it.
start_adhoc_run.
  move 0 to pending_cnt
  move 0 to run_req_cnt
  perform varying q_idx from 1 by 1 until q_idx > q_cnt
    if q_row(q_idx)(8:8) = "PENDING "
      add 1 to pending_cnt
      add 1 to run_req_cnt
      move q_row(q_idx)(1:6) to run_req_no(run_req_cnt)
    end-if
  end-perform
  if pending_cnt = 0
    display "adhocq: no PENDING requests -- nothing to run."
    exit paragraph
  end-if
  open output gofile
  if gofilestat not = "00"
    display "adhocq: ERROR writing rerun.go status " gofilestat
    move 12 to return-code
    exit paragraph
  end-if
  move spaces to gofileline
  string curr_date_time(1:8) " " curr_date_time(9:6) " "
    user_parm delimited by size into gofileline
  end-string
  write gofileline
  close gofile
  display "adhocq: " pending_cnt " PENDING request(s) -- starting"
      " the ad-hoc run."
  call 'driver'
  move return-code to run_rc
  move 0 to return-code
  *> Report what the run did with each request.
  perform load_queue
  move "ALL" to status_parm
  perform list_queue
  perform count_run_failures
  if run_failed_cnt > 0
    display "adhocq: " run_failed_cnt " request(s) FAILED in this run."
    if run_rc < 4
      move 4 to run_rc
    end-if
  end-if
  move run_rc to return-code
  .

*> Requests handed to this run that driver marked FAILED.
count_run_failures.
  move 0 to run_failed_cnt
  perform varying q_idx from 1 by 1 until q_idx > q_cnt
    if q_row(q_idx)(8:8) = "FAILED  "
      perform varying run_req_idx from 1 by 1
          until run_req_idx > run_req_cnt
        if run_req_no(run_req_idx) = q_row(q_idx)(1:6)
          add 1 to run_failed_cnt
        end-if
      end-perform
    end-if
  end-perform
  .

list_queue.
  call 'lib-writereport' using function module-id "O" report-line
  move spaces to report-line
  string "AD-HOC RERUN QUEUE -- STATUS " function trim(status_parm)
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  move "REQST  STATUS   DAY BY         FILED           RUN    WORKED          RESULT        REASON                         CAMP"
      to report-line
  call 'lib-writereport' using function module-id "H" report-line
  perform varying q_idx from 1 by 1 until q_idx > q_cnt
    move q_row(q_idx) to rq_line
    if status_parm = "ALL" or status_parm = rq_status
      add 1 to listed_cnt
      move spaces to report-line
      move rq_no to report-line(1:6)
      move rq_status to report-line(8:8)
      move rq_day to report-line(17:3)
      move rq_user to report-line(21:10)
      move rq_date to report-line(32:8)
      move rq_time to report-line(41:6)
      move rq_run to report-line(48:6)
      move rq_done_date to report-line(55:8)
      move rq_done_time to report-line(64:6)
      move rq_result to report-line(71:13)
      move rq_reason to report-line(85:30)
      move rq_camp to report-line(116:3)
      call 'lib-writereport' using function module-id "W" report-line
      if rq_key1 not = spaces or rq_key2 not = spaces
          or rq_key3 not = spaces
        move spaces to report-line
        string "       KEYWORDS: " function trim(rq_key1) " "
          function trim(rq_key2) " " function trim(rq_key3)
          delimited by size into report-line
        end-string
        call 'lib-writereport' using function module-id "W"
            report-line
      end-if
    end-if
  end-perform
  move listed_cnt to disp-num
  move spaces to report-line
  string "REQUESTS LISTED: " function trim(disp-num)
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  call 'lib-writereport' using function module-id "C" report-line
  display "adhocq: " listed_cnt " request(s) listed."
  .

check_day.
  move "01a" to valid_day(1)
  move "01b" to valid_day(2)
  move "02a" to valid_day(3)
  move "02b" to valid_day(4)
  move "03a" to valid_day(5)
  move "03b" to valid_day(6)
  move "04b" to valid_day(7)
  move "05b" to valid_day(8)
  move "06a" to valid_day(9)
  move "07b" to valid_day(10)
  move "08a" to valid_day(11)
  move "08b" to valid_day(12)
  move "09a" to valid_day(13)
  move "09b" to valid_day(14)
  move "10a" to valid_day(15)
  move "10b" to valid_day(16)
  move "11a" to valid_day(17)
  move "11b" to valid_day(18)
  move "12a" to valid_day(19)
  move "12b" to valid_day(20)
  move "13a" to valid_day(21)
  move "13b" to valid_day(22)
  move "14b" to valid_day(23)
  move "15a" to valid_day(24)
  move "15b" to valid_day(25)
  move "16a" to valid_day(26)
  move "16b" to valid_day(27)
  move "17a" to valid_day(28)
  move "17b" to valid_day(29)
  move "18b" to valid_day(30)
  move "19a" to valid_day(31)
  move "19b" to valid_day(32)
  move "20a" to valid_day(33)
  move "21a" to valid_day(34)
  move "21b" to valid_day(35)
  move "22a" to valid_day(36)
  move "22b" to valid_day(37)
  move "23a" to valid_day(38)
  move "23b" to valid_day(39)
  move "24a" to valid_day(40)
  move "24b" to valid_day(41)
  move "25a" to valid_day(42)
  move "N" to day_valid
  perform varying valid_idx from 1 by 1 until valid_idx > valid_cnt
    if valid_day(valid_idx) = day_parm
      move "Y" to day_valid
    end-if
  end-perform
  .
