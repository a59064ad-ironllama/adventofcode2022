           >>source format free
identification division.
program-id. feedwatch.
author. alexoh@wcoding.
*> Inbound feed receipt watcher. preflight only finds a missing input
*> when the batch starts; the feeds arrive from different senders at
*> different times, and a feed that failed to land at 19:00 should be
*> chased at 19:00, not found missing at 23:00. Run at intervals
*> through the evening (each run is one look):
*>   - the schedule feed.sch gives each inbound file its sender, the
*>     time it is expected and the grace allowed past that time,
*>   - a feed on disk that is not yet on today's receipts, or whose
*>     content differs from its last receipt today (a resend), is
*>     recorded on the receipt log feed.rcp with its records, size
*>     and fingerprint (record count plus the rolling content total
*>     preflight uses on inputs), ONTIME or LATE against its grace,
*>   - a feed still missing past its expected time plus grace raises
*>     a LATE alert into alerts.int naming the file and the sender,
*>     once per feed per day, so alertsum, ackalert, opstat and the
*>     digest carry it like any other exception.
*> Schedule record (feed.sch, single spaces between; "*" comments):
*>   file x(12), sender x(20), expected HHMM 9(4), grace minutes 9(4)
*> Receipt record (feed.rcp, single spaces between):
*>   date x(8), time x(6), file x(12), sender x(20), records 9(8),
*>   bytes 9(10), fingerprint 9(18), status x(6), camp x(3)
*> Alert: day = the feed's day digits, severity LATE, baseline field
*> = the file, got field = the sender.
*> A camp in force (BATCHCAMP) watches its own copies of the feeds
*> (lib-campfile); its receipts and alerts carry its camp code.
*> No control card. Return code 4 when any feed is late.

environment division.
  input-output section.
    file-control.
      select schfile assign to "feed.sch"
        organization is line sequential
        file status is schfilestat.
      select rcpfile assign to "feed.rcp"
        organization is line sequential
        file status is rcpfilestat.
      select ifile assign to in_filename
        organization is line sequential
        file status is ifilestat.
      select alfile assign to "alerts.int"
        organization is line sequential
        file status is alfilestat.

data division.
  file section.
    fd schfile.
    01 schfileline pic x(80).

    fd rcpfile.
    01 rcpfileline pic x(99).

    fd ifile.
    01 ifileline pic x(9999).

    fd alfile.
    01 alfileline pic x(66).

  working-storage section.
    01 schfilestat pic xx.
    01 rcpfilestat pic xx.
    01 ifilestat pic xx.
    01 alfilestat pic xx.
    01 in_filename pic x(40).
    77 file_eof pic x.

    *> The schedule, with what today's receipts and alerts already
    *> say about each feed.
    01 feed_table.
      02 feed_cnt pic s9(4) comp value 0.
      02 feed_row occurs 0 to 200 times depending on feed_cnt
          indexed by feed_idx.
        03 fd_file pic x(12).
        03 fd_sender pic x(20).
        03 fd_expect pic 9(4).
        03 fd_grace pic 9(4).
        03 fd_rcvd pic x.
        03 fd_rcvd_time pic x(6).
        03 fd_rcvd_status pic x(6).
        03 fd_rcvd_hash pic 9(18).
        03 fd_alerted pic x.

    01 rcp_line.
      02 rc_date pic x(8).
      02 filler pic x value space.
      02 rc_time pic x(6).
      02 filler pic x value space.
      02 rc_file pic x(12).
      02 filler pic x value space.
      02 rc_sender pic x(20).
      02 filler pic x value space.
      02 rc_reccnt pic 9(8).
      02 filler pic x value space.
      02 rc_bytes pic 9(10).
      02 filler pic x value space.
      02 rc_hash pic 9(18).
      02 filler pic x value space.
      02 rc_status pic x(6).
      02 filler pic x value space.
      02 rc_camp pic x(3).

    *> Late-feed alert in lib-checkbaseline's alerts.int layout.
    01 alert_line.
      02 alert_day pic x(3).
      02 filler pic x value space.
      02 alert_severity pic x(4).
      02 filler pic x value space.
      02 alert_baseline pic x(18).
      02 filler pic x value space.
      02 alert_got pic x(18).
      02 filler pic x value space.
      02 alert_date pic x(8).
      02 filler pic x value space.
      02 alert_time pic x(6).
      02 filler pic x value space.
      02 alert_camp pic x(3).

    77 camp_code pic x(3).
    77 now_date pic x(8).
    77 now_time pic x(6).
    77 now_mins pic s9(8) comp.
    77 due_mins pic s9(8) comp.
    77 curr_date_time pic x(21).
    77 disp_hh pic 9(2).
    77 disp_mm pic 9(2).
    77 exp_hh pic 9(2).
    77 exp_mm pic 9(2).

    *> Fingerprint of the feed on disk, the way preflight takes it.
    77 curr_reccnt pic 9(8).
    77 curr_bytes pic 9(10).
    77 curr_hash pic 9(18).
    77 hash_work pic 9(18) comp.
    77 hash_len pic s9(8) comp.
    77 hash_idx pic s9(8) comp.
    77 feed_present pic x.

    77 late_cnt pic s9(4) comp value 0.
    77 rcvd_cnt pic s9(4) comp value 0.
    77 new_rcpt_cnt pic s9(4) comp value 0.
    77 alert_cnt pic s9(4) comp value 0.
    77 disp-num pic z(7)9.
    77 disp-num2 pic z(9)9.
    77 disp-num3 pic z(3)9.
    77 report-line pic x(999).

procedure division.
  move function current-date to curr_date_time
  move curr_date_time(1:8) to now_date
  move curr_date_time(9:6) to now_time
  move curr_date_time(9:2) to disp_hh
  move curr_date_time(11:2) to disp_mm
  compute now_mins = (disp_hh * 60) + disp_mm
  move spaces to camp_code
  accept camp_code from environment "BATCHCAMP"

  perform load_schedule
  if feed_cnt = 0
    display "feedwatch: no feed.sch schedule on file -- nothing to watch."
    goback
  end-if
  perform load_receipts
  perform load_late_alerts

  call 'lib-writereport' using function module-id "O" report-line
  move spaces to report-line
  string "INBOUND FEED RECEIPTS -- " now_date " " now_time(1:2) ":"
    now_time(3:2)
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  move "FILE         SENDER               DUE   GRACE STATUS"
      to report-line
  call 'lib-writereport' using function module-id "W" report-line

  perform varying feed_idx from 1 by 1 until feed_idx > feed_cnt
    perform watch_one_feed
  end-perform

  move spaces to report-line
  move rcvd_cnt to disp-num
  move late_cnt to disp-num2
  move alert_cnt to disp-num3
  string "RECEIVED " function trim(disp-num) "  LATE "
    function trim(disp-num2) "  NEW ALERTS " function trim(disp-num3)
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  call 'lib-writereport' using function module-id "C" report-line
  display "feedwatch: " feed_cnt " feed(s) scheduled, " rcvd_cnt
      " received, " late_cnt " late, " new_rcpt_cnt
      " receipt(s) recorded, " alert_cnt " alert(s) raised."
  if late_cnt > 0
    move 4 to return-code
  end-if
  goback.

load_schedule.
  move "N" to file_eof
  open input schfile
  if schfilestat not = "00"
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read schfile at end move "Y" to file_eof
      not at end
        if schfileline(1:1) not = "*" and schfileline(1:12) not = spaces
            and feed_cnt < 200
          add 1 to feed_cnt
          move schfileline(1:12) to fd_file(feed_cnt)
          move schfileline(14:20) to fd_sender(feed_cnt)
          if schfileline(35:4) is numeric
            move schfileline(35:4) to fd_expect(feed_cnt)
          else
            move 0 to fd_expect(feed_cnt)
          end-if
          if schfileline(40:4) is numeric
            move schfileline(40:4) to fd_grace(feed_cnt)
          else
            move 0 to fd_grace(feed_cnt)
          end-if
          move "N" to fd_rcvd(feed_cnt)
          move spaces to fd_rcvd_time(feed_cnt)
          move spaces to fd_rcvd_status(feed_cnt)
          move 0 to fd_rcvd_hash(feed_cnt)
          move "N" to fd_alerted(feed_cnt)
        end-if
    end-read
  end-perform
  close schfile
  .

*> Today's receipts for the camp in force; the last one per feed
*> stands.
load_receipts.
  move "N" to file_eof
  open input rcpfile
  if rcpfilestat not = "00"
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read rcpfile at end move "Y" to file_eof
      not at end
        move rcpfileline to rcp_line
        if rc_date = now_date and rc_camp = camp_code
          perform varying feed_idx from 1 by 1
              until feed_idx > feed_cnt
            if fd_file(feed_idx) = rc_file
              move "Y" to fd_rcvd(feed_idx)
              move rc_time to fd_rcvd_time(feed_idx)
              move rc_status to fd_rcvd_status(feed_idx)
              move rc_hash to fd_rcvd_hash(feed_idx)
            end-if
          end-perform
        end-if
    end-read
  end-perform
  close rcpfile
  .

*> A LATE alert already raised today is not raised again.
load_late_alerts.
  move "N" to file_eof
  open input alfile
  if alfilestat not = "00"
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read alfile at end move "Y" to file_eof
      not at end
        if alfileline(5:4) = "LATE" and alfileline(48:8) = now_date
            and alfileline(64:3) = camp_code
          perform varying feed_idx from 1 by 1
              until feed_idx > feed_cnt
            if fd_file(feed_idx) = alfileline(10:12)
              move "Y" to fd_alerted(feed_idx)
            end-if
          end-perform
        end-if
    end-read
  end-perform
  close alfile
  .

watch_one_feed.
  move spaces to in_filename
  move fd_file(feed_idx) to in_filename
  call 'lib-campfile' using in_filename camp_code
  perform compute_fingerprint
  move fd_expect(feed_idx)(1:2) to exp_hh
  move fd_expect(feed_idx)(3:2) to exp_mm
  compute due_mins = (exp_hh * 60) + exp_mm + fd_grace(feed_idx)

  move spaces to report-line
  move fd_file(feed_idx) to report-line(1:12)
  move fd_sender(feed_idx) to report-line(14:20)
  move fd_expect(feed_idx)(1:2) to report-line(35:2)
  move ":" to report-line(37:1)
  move fd_expect(feed_idx)(3:2) to report-line(38:2)
  move fd_grace(feed_idx) to disp-num3
  move disp-num3 to report-line(41:4)

  if feed_present = "Y"
    add 1 to rcvd_cnt
    if fd_rcvd(feed_idx) = "N" or fd_rcvd_hash(feed_idx) not = curr_hash
      perform record_receipt
    end-if
    if fd_rcvd_status(feed_idx) = "LATE"
      add 1 to late_cnt
    end-if
    move curr_reccnt to disp-num
    string fd_rcvd_status(feed_idx) " RECEIVED "
      fd_rcvd_time(feed_idx)(1:2) ":" fd_rcvd_time(feed_idx)(3:2)
      "  " function trim(disp-num) " RECORD(S)"
      delimited by size into report-line(47:)
    end-string
  else
    if now_mins > due_mins
      add 1 to late_cnt
      move "LATE   NOT RECEIVED -- CHASE THE SENDER"
          to report-line(47:)
      if fd_alerted(feed_idx) = "N"
        perform write_late_alert
      end-if
    else
      move "DUE    NOT YET RECEIVED" to report-line(47:)
    end-if
  end-if
  call 'lib-writereport' using function module-id "W" report-line
  display function trim(report-line)
  .

*> The arrival as first seen by this look, ONTIME or LATE against
*> the feed's expected time plus grace.
record_receipt.
  move now_date to rc_date
  move now_time to rc_time
  move fd_file(feed_idx) to rc_file
  move fd_sender(feed_idx) to rc_sender
  move curr_reccnt to rc_reccnt
  move curr_bytes to rc_bytes
  move curr_hash to rc_hash
  if now_mins > due_mins
    move "LATE" to rc_status
  else
    move "ONTIME" to rc_status
  end-if
  *> A resend keeps the arrival status of the first receipt.
  if fd_rcvd(feed_idx) = "Y"
    move fd_rcvd_status(feed_idx) to rc_status
  end-if
  move camp_code to rc_camp
  open extend rcpfile
  if rcpfilestat = "35" or rcpfilestat = "05"
    open output rcpfile
  end-if
  if rcpfilestat = "00"
    write rcpfileline from rcp_line
    close rcpfile
    add 1 to new_rcpt_cnt
  else
    display "feedwatch: ERROR appending feed.rcp status " rcpfilestat
  end-if
  move "Y" to fd_rcvd(feed_idx)
  move rc_time to fd_rcvd_time(feed_idx)
  move rc_status to fd_rcvd_status(feed_idx)
  move rc_hash to fd_rcvd_hash(feed_idx)
  .

write_late_alert.
  move spaces to alert_day
  if fd_file(feed_idx)(1:2) is numeric
    move fd_file(feed_idx)(1:2) to alert_day
  end-if
  move "LATE" to alert_severity
  move fd_file(feed_idx) to alert_baseline
  move fd_sender(feed_idx)(1:18) to alert_got
  move now_date to alert_date
  move now_time to alert_time
  move camp_code to alert_camp
  open extend alfile
  if alfilestat = "35" or alfilestat = "05"
    open output alfile
    if alfilestat = "00"
      move "HDR 01" to alfileline
      write alfileline
    end-if
  end-if
  if alfilestat = "00"
    write alfileline from alert_line
    close alfile
    add 1 to alert_cnt
    move "Y" to fd_alerted(feed_idx)
  else
    display "feedwatch: ERROR appending alerts.int status " alfilestat
  end-if
  .

*> Record count, bytes and a rolling content total over every byte;
*> feed_present "N" when the feed is not on disk.
compute_fingerprint.
  move 0 to curr_reccnt
  move 0 to curr_bytes
  move 0 to hash_work
  move 0 to curr_hash
  move "N" to feed_present
  move "N" to file_eof
  open input ifile
  if ifilestat not = "00"
    exit paragraph
  end-if
  move "Y" to feed_present
  perform until file_eof = "Y"
    read ifile at end move "Y" to file_eof
      not at end
        add 1 to curr_reccnt
        if ifileline = spaces
          add 1 to curr_bytes
        else
          compute curr_bytes = curr_bytes + 1
              + function length(function trim(ifileline trailing))
        end-if
        move function length(function trim(ifileline)) to hash_len
        perform varying hash_idx from 1 by 1
            until hash_idx > hash_len
          compute hash_work = function mod(
              hash_work * 31
              + function ord(ifileline(hash_idx:1))
              + hash_idx, 999999999999999983)
        end-perform
    end-read
  end-perform
  close ifile
  move hash_work to curr_hash
  .
