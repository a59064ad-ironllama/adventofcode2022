           >>source format free
identification division.
program-id. pktdedup.
author. alexoh@wcoding.
*> Duplicate pass over the day-13 distress-signal feeds. The feed
*> resends pairs, often respaced or with a packet wrapped in extra
*> brackets, and 13a/13b count every copy as a pair of its own. Each
*> pair (two packet lines; blank separators optional) is kept the
*> first time it is seen across the feeds, in feed order; a later
*> pair is a duplicate
*>   EXACT      both packets the same text as a kept pair's
*>   CANONICAL  both packets the same as a kept pair's in lib-packets'
*>              canonical form -- the compare cannot tell them apart
*> and is listed with its own line number and the kept pair's.
*> The kept pairs are written, as read, to 13.ddp (a pair, its
*> partner, a blank line -- the layout 13a walks), and the counts
*> to 13.ddc for 13a/13b to report: FEED=DEDUP on their card.
*> A packet left over at the end of a feed has no partner and is
*> listed, not written.
*> Control card (pk.ctl):
*>   FEED=name   a feed to read, once per feed, in the order to read
*>               them (up to 9). With none, the day's own input, found
*>               as 13a finds it.
*> The feed and counts are the camp's own copies (lib-campfile).
*> Return code 8 when a feed is not on file.

environment division.
  input-output section.
    file-control.
      select ffile assign to feed_filename
        organization is line sequential
        file status is ffilestat.
      select dfile assign to ddp_filename
        organization is line sequential
        file status is dfilestat.
      select cfile assign to ddc_filename
        organization is line sequential
        file status is cfilestat.

data division.
  file section.
    fd ffile.
    01 ffileline pic x(999).

    fd dfile.
    01 dfileline pic x(999).

    fd cfile.
    01 cfileline pic x(80).

  working-storage section.
    01 ffilestat pic xx.
    01 dfilestat pic xx.
    01 cfilestat pic xx.
    01 feed_filename pic x(40).
    01 ddp_filename pic x(40).
    01 ddc_filename pic x(40).
    77 file_eof pic x.
    77 camp_code pic x(3).

    *> The feeds named on the card.
    01 feeds.
      02 feed_cnt pic s9(4) comp value 0.
      02 feed_name pic x(30) occurs 9 times indexed by feed_idx.
    77 curr_feed pic x(30).

    *> For lib-readdata -- the day's own input, or one feed's lines.
    01 rf_all_lines.
      02 rf_line_cnt pic s9(8) comp value 0.
      02 rf_line_row pic x(9999) occurs 0 to 9999 times
          depending on rf_line_cnt indexed by rf_line_idx.
    77 day_filename pic x(10) value "13".

    *> The pairs kept so far, as read and in canonical form.
    01 kept_pairs.
      02 kept_cnt pic s9(8) comp value 0.
      02 kept_row occurs 0 to 4999 times depending on kept_cnt
          indexed by kept_idx.
        03 kept_left pic x(999).
        03 kept_right pic x(999).
        03 kept_canon_left pic x(999).
        03 kept_canon_right pic x(999).
        03 kept_feed pic x(30).
        03 kept_lineno pic s9(8) comp.

    77 have_left pic x.
    77 left_lineno pic s9(8) comp.
    77 dup_type pic x(9).

    *> For lib-packets -- the canonical form of each packet.
    77 left_string pic x(999).
    77 right_string pic x(999).
    77 canon_left pic x(999).
    77 canon_right pic x(999).
    77 canon_request pic 9.
    01 packet_trace.
      02 packet_trace_cnt pic s9(4) comp value 0.
      02 packet_trace_row pic x(99) occurs 0 to 99 times
          depending on packet_trace_cnt indexed by packet_trace_idx.

    77 pair_cnt pic s9(8) comp value 0.
    77 exact_cnt pic s9(8) comp value 0.
    77 canonical_cnt pic s9(8) comp value 0.
    77 removed_cnt pic s9(8) comp value 0.
    77 unpaired_cnt pic s9(8) comp value 0.
    77 dropped_cnt pic s9(8) comp value 0.
    77 disp-num pic z(7)9.
    77 disp-num2 pic z(7)9.
    77 disp-num3 pic 9(8).
    77 report-line pic x(999).
    77 report-ptr pic s9(4) comp.

    *> For lib-readdata.
    01 ctl_all_lines.
      02 ctl_line_cnt pic s9(8) comp value 0.
      02 ctl_line_row pic x(9999) occurs 0 to 9 times
          depending on ctl_line_cnt indexed by ctl_line_idx.

procedure division.
  call 'lib-readdata' using function module-id ".ctl" ctl_all_lines
  perform varying ctl_line_idx from 1 by 1
      until ctl_line_idx > ctl_line_cnt
    if ctl_line_row(ctl_line_idx)(1:5) = "FEED=" and feed_cnt < 9
      add 1 to feed_cnt
      move ctl_line_row(ctl_line_idx)(6:30) to feed_name(feed_cnt)
      display "PARM FEED = " function trim(feed_name(feed_cnt))
          " (CARD)"
    end-if
  end-perform

  call 'lib-writereport' using function module-id "O" report-line
  move "PACKET FEED DUPLICATES -- DAY 13" to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move "TYPE       FEED / LINE            SAME AS FEED / LINE"
      to report-line
  call 'lib-writereport' using function module-id "H" report-line

  if feed_cnt = 0
    move "(day input)" to curr_feed
    call 'lib-readdata' using day_filename ".dat" rf_all_lines
    if return-code not = 0
      move 8 to return-code
    else
      perform scan_feed
    end-if
  else
    perform varying feed_idx from 1 by 1 until feed_idx > feed_cnt
      move feed_name(feed_idx) to curr_feed
      perform load_feed
      if rf_line_cnt > 0
        perform scan_feed
      end-if
    end-perform
  end-if

  perform write_dedup_feed
  perform report_totals
  call 'lib-writereport' using function module-id "C" report-line
  goback.

load_feed.
  move 0 to rf_line_cnt
  move curr_feed to feed_filename
  open input ffile
  if ffilestat not = "00"
    display "pktdedup: feed " function trim(curr_feed)
        " not on file, status " ffilestat
    move spaces to report-line
    string "MISSING    " function trim(curr_feed)
      delimited by size into report-line
    end-string
    call 'lib-writereport' using function module-id "W" report-line
    move 8 to return-code
    exit paragraph
  end-if
  move "N" to file_eof
  perform until file_eof = "Y"
    read ffile at end move "Y" to file_eof
      not at end
        if rf_line_cnt < 9999
          add 1 to rf_line_cnt
          move ffileline to rf_line_row(rf_line_cnt)
        end-if
    end-read
  end-perform
  close ffile
  .

*> Packets are taken two at a time; blank lines only separate.
scan_feed.
  move "N" to have_left
  perform varying rf_line_idx from 1 by 1
      until rf_line_idx > rf_line_cnt
    if function trim(rf_line_row(rf_line_idx)) not = spaces
      if have_left = "N"
        move function trim(rf_line_row(rf_line_idx)) to left_string
        set left_lineno to rf_line_idx
        move "Y" to have_left
      else
        move function trim(rf_line_row(rf_line_idx)) to right_string
        move "N" to have_left
        add 1 to pair_cnt
        perform check_pair
      end-if
    end-if
  end-perform
  if have_left = "Y"
    add 1 to unpaired_cnt
    move left_lineno to disp-num
    move spaces to report-line
    string "UNPAIRED   " function trim(curr_feed) " / "
      function trim(disp-num) "  -- not written"
      delimited by size into report-line
    end-string
    call 'lib-writereport' using function module-id "W" report-line
  end-if
  .

check_pair.
  move 9 to canon_request
  call 'lib-packets' using left_string canon_left canon_request
      packet_trace
  move 9 to canon_request
  call 'lib-packets' using right_string canon_right canon_request
      packet_trace

  move spaces to dup_type
  perform varying kept_idx from 1 by 1
      until kept_idx > kept_cnt or dup_type not = spaces
    if kept_left(kept_idx) = left_string
        and kept_right(kept_idx) = right_string
      move "EXACT" to dup_type
    else
      if kept_canon_left(kept_idx) = canon_left
          and kept_canon_right(kept_idx) = canon_right
        move "CANONICAL" to dup_type
      end-if
    end-if
  end-perform

  if dup_type = spaces
    if kept_cnt < 4999
      add 1 to kept_cnt
      move left_string to kept_left(kept_cnt)
      move right_string to kept_right(kept_cnt)
      move canon_left to kept_canon_left(kept_cnt)
      move canon_right to kept_canon_right(kept_cnt)
      move curr_feed to kept_feed(kept_cnt)
      move left_lineno to kept_lineno(kept_cnt)
    else
      add 1 to dropped_cnt
    end-if
    exit paragraph
  end-if

  *> The search stopped one past the kept pair it matched.
  set kept_idx down by 1
  add 1 to removed_cnt
  if dup_type = "EXACT"
    add 1 to exact_cnt
  else
    add 1 to canonical_cnt
  end-if
  move left_lineno to disp-num
  move kept_lineno(kept_idx) to disp-num2
  move spaces to report-line
  move 1 to report-ptr
  string dup_type "  " function trim(curr_feed) " / "
    function trim(disp-num) delimited by size
    into report-line with pointer report-ptr
  end-string
  if report-ptr < 35
    move 35 to report-ptr
  end-if
  string function trim(kept_feed(kept_idx)) " / "
    function trim(disp-num2) delimited by size
    into report-line with pointer report-ptr
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  .

write_dedup_feed.
  move "13.ddp" to ddp_filename
  call 'lib-campfile' using ddp_filename camp_code
  open output dfile
  if dfilestat not = "00"
    display "pktdedup: ERROR opening " function trim(ddp_filename)
        " status " dfilestat
    move 12 to return-code
    exit paragraph
  end-if
  perform varying kept_idx from 1 by 1 until kept_idx > kept_cnt
    write dfileline from kept_left(kept_idx)
    write dfileline from kept_right(kept_idx)
    move spaces to dfileline
    write dfileline
  end-perform
  close dfile

  *> The counts 13a/13b report: REMOVED, EXACT, CANONICAL, then the
  *> pairs read and kept, each 8 digits.
  move "13.ddc" to ddc_filename
  call 'lib-campfile' using ddc_filename camp_code
  open output cfile
  if cfilestat not = "00"
    display "pktdedup: ERROR opening " function trim(ddc_filename)
        " status " cfilestat
    move 12 to return-code
    exit paragraph
  end-if
  move spaces to cfileline
  move 1 to report-ptr
  move removed_cnt to disp-num3
  string "REMOVED " disp-num3 delimited by size
    into cfileline with pointer report-ptr
  end-string
  move exact_cnt to disp-num3
  string " EXACT " disp-num3 delimited by size
    into cfileline with pointer report-ptr
  end-string
  move canonical_cnt to disp-num3
  string " CANONICAL " disp-num3 delimited by size
    into cfileline with pointer report-ptr
  end-string
  move pair_cnt to disp-num3
  string " READ " disp-num3 delimited by size
    into cfileline with pointer report-ptr
  end-string
  move kept_cnt to disp-num3
  string " KEPT " disp-num3 delimited by size
    into cfileline with pointer report-ptr
  end-string
  write cfileline
  close cfile
  .

report_totals.
  move spaces to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move spaces to report-line
  move 1 to report-ptr
  move pair_cnt to disp-num
  string "PAIRS READ " function trim(disp-num) delimited by size
    into report-line with pointer report-ptr
  end-string
  move kept_cnt to disp-num
  string "  KEPT " function trim(disp-num) delimited by size
    into report-line with pointer report-ptr
  end-string
  move removed_cnt to disp-num
  string "  REMOVED " function trim(disp-num) delimited by size
    into report-line with pointer report-ptr
  end-string
  move exact_cnt to disp-num
  string " (EXACT " function trim(disp-num) delimited by size
    into report-line with pointer report-ptr
  end-string
  move canonical_cnt to disp-num
  string "  CANONICAL " function trim(disp-num) ")" delimited by size
    into report-line with pointer report-ptr
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  if unpaired_cnt > 0 or dropped_cnt > 0
    move spaces to report-line
    move unpaired_cnt to disp-num
    move dropped_cnt to disp-num2
    string "UNPAIRED PACKETS " function trim(disp-num)
      "  PAIRS OVER CAPACITY " function trim(disp-num2)
      delimited by size into report-line
    end-string
    call 'lib-writereport' using function module-id "W" report-line
  end-if
  move spaces to report-line
  string "WRITTEN TO " function trim(ddp_filename) " AND "
    function trim(ddc_filename) delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  display "pktdedup: " pair_cnt " pair(s) read, " kept_cnt " kept, "
      removed_cnt " duplicate(s) removed (" exact_cnt " exact, "
      canonical_cnt " canonical)."
  .
