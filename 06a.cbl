      select mfile assign to "input.manifest"
        organization is line sequential
        file status is mfilestat.
      *> Channel control file for the multi-channel monitor
      *> (CHANNELS=YES on 06.ctl), one record per device channel:
      *>   channel id x(8), feed filename x(20) at col 10, expected
      *>   marker spacing 9(6) at col 31, allowed markerless stretch
      *>   9(6) at col 38 (blank = three times the expected spacing).
      select chfile assign to chn_filename
        organization is line sequential
        file status is chfilestat.
      select alfile assign to alfile_name
        organization is line sequential
        file status is alfilestat.

data division.
  file section.
    fd mfile.
      01 mfileline pic x(20).

    fd chfile.
    01 chfileline pic x(43).

    fd alfile.
    01 alfileline pic x(66).

  working-storage section.
    01 ds_filename pic x(40).
    01 chn_filename pic x(40).
    01 dsfilestat pic xx.
    77 ds_open_stat pic xx.
    77 ds_eof pic x.
    77 block_idx pic s9(4) comp.
    77 stream_done pic x.
    77 block_done pic x.

    *> Optional shared manifest lookup, same convention as
    *> lib-readfile.
          depending on marker_cnt indexed by marker_idx.
    77 marker_total pic s9(9) comp value 0.

    *> Marker spacing over one stream: the distance between
    *> successive markers, and the longest stretch without one
    *> (stream start to first marker and last marker to stream end
    *> count too).
    77 last_marker_pos pic s9(9) comp.
    77 marker_gap pic s9(9) comp.
    77 gap_cnt pic s9(9) comp.
    77 gap_min pic s9(9) comp.
    77 gap_max pic s9(9) comp.
    77 gap_total pic s9(18) comp.
    77 gap_avg pic s9(9) comp.
    77 stretch_max pic s9(9) comp.
    77 stretch_end pic s9(9) comp.

    *> Multi-channel monitor.
    01 chfilestat pic xx.
    01 alfilestat pic xx.
    01 alfile_name pic x(40).
    77 ch_eof pic x.
    77 channel_mode pic x value "N".
    77 ch_id pic x(8).
    77 ch_spacing pic s9(9) comp.
    77 ch_allowed pic s9(9) comp.
    77 ch_status pic x(12).
    77 ch_cnt pic s9(4) comp value 0.
    77 ch_alert_cnt pic s9(4) comp value 0.
    *> The day answer's return code is kept through the monitor's
    *> calls; a channel alert raises it to 4.
    77 day_rc pic s9(4) comp value 0.
    77 ch_rc pic s9(4) comp value 0.
    77 curr_date_time pic x(21).
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
    *> For lib-procdate -- alerts carry the business date.
    77 pd_mode pic x value "G".
    77 pd_run pic 9(6) value 0.
    77 pd_date pic x(8).
    77 pd_result pic x(4).
    77 report-line pic x(999).
    77 report-ptr pic s9(4) comp.
    77 disp-num pic z(8)9.

    *> For lib-readdata + lib-parsectl (CHANNELS= on 06.ctl).
    01 ctl_all_lines.
      02 ctl_line_cnt pic s9(8) comp value 0.
      02 ctl_line_row pic x(9999) occurs 0 to 9 times
          depending on ctl_line_cnt indexed by ctl_line_idx.
    77 parm_keyword pic x(12).
    77 parm_default pic x(30).
    77 parm_value pic x(30).
    77 parm_source pic x(4).
    77 parm_echo pic x(60).

    *> For lib-runenv -- the environment's copy of each file.
    77 env_basename pic x(30).
    77 env_name pic x(4).

    *> For lib-campfile -- a camp reads its own input set.
    77 camp_code pic x(3).

    *> For lib-checkbaseline + lib-postanswer: the answer is checked
    *> against the <id>.bas baseline (the reference oracle writes one
    *> for synthetic inputs) and the PASS/FAIL/NEW verdict posted to
    77 post_status pic x(4).

procedure division.
  *> CHANNELS=YES also runs the multi-channel monitor over 06.chn.
  call 'lib-readdata' using function module-id ".ctl" ctl_all_lines
  move "CHANNELS" to parm_keyword
  move "NO" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  if parm_value(1:1) = "Y"
    move "Y" to channel_mode
  end-if

  move "06" to manifest_key
  perform check_manifest
  move spaces to ds_filename
    manifest_suffix delimited by size
    into ds_filename
  end-string
  call 'lib-campfile' using ds_filename camp_code

  display "06a: Opening datastream. filename: "
      function trim(ds_filename)
  perform scan_stream
  evaluate ds_open_stat
    when "00"
      continue
    when "35"
    when "05"
      display "File does not exist: " function trim(ds_filename)
      move 8 to return-code
      goback
    when other
      display "06a: ERROR opening " function trim(ds_filename)
          " status " ds_open_stat
      move 12 to return-code
      goback
  end-evaluate

  if marker_cnt > 0
    display "FINAL: " marker_pos(1)
    move marker_pos(1) to post_answer
    call 'lib-checkbaseline' using function module-id post_answer
        post_status "S"
  else
    display "FINAL: no marker found in " pos_idx " character(s)"
  end-if
    display "  ... list capped at " marker_cnt " position(s)"
  end-if

  if channel_mode = "Y"
    move return-code to day_rc
    perform monitor_channels
    move day_rc to return-code
    if ch_rc > return-code
      move ch_rc to return-code
    end-if
  end-if
  goback.

*> One block at a time; the marker window carries across block
*> boundaries, so signal length is bounded by disk, not by any
*> working-storage picture. Anything outside a-z (the newline at
*> the end) ends the stream. Space is block padding, not signal: it
*> ends the block only -- once one feed has ended on a short block
*> the next feed opened on dsfile comes back in blocks of that
*> length, and is read on to end of file all the same.
scan_stream.
  move 0 to pos_idx
  move 0 to marker_cnt
  move 0 to marker_total
  move 4 to window_size
  *> No marker can complete before the window is full.
  compute last_marker_pos = window_size - 1
  move 0 to gap_cnt gap_min gap_max gap_total stretch_max stretch_end
  open input dsfile
  move dsfilestat to ds_open_stat
  if dsfilestat not = "00"
    exit paragraph
  end-if

  move spaces to window_chars
  move "N" to ds_eof
  move "N" to stream_done
  perform until ds_eof = "Y" or stream_done = "Y"
    move spaces to ds_block
    read dsfile
      at end move "Y" to ds_eof
      not at end
        move "N" to block_done
        perform varying block_idx from 1 by 1
            until block_idx > 512 or stream_done = "Y"
                or block_done = "Y"
          move ds_block(block_idx:1) to new_char
          evaluate true
            when new_char = space
              move "Y" to block_done
            when new_char < "a" or new_char > "z"
              move "Y" to stream_done
            when other
              add 1 to pos_idx
              perform slide_window
          end-evaluate
        end-perform
    end-read
  end-perform
  close dsfile
  *> The tail after the last marker is a stretch too.
  compute marker_gap = pos_idx - last_marker_pos
  if marker_gap > stretch_max
    move marker_gap to stretch_max
    move pos_idx to stretch_end
  end-if
  .

*> Scan the whole stream (rather than stopping at the first marker)
*> so every start-of-packet resync point is reported.
slide_window.
        add 1 to marker_cnt
        move pos_idx to marker_pos(marker_cnt)
      end-if
      perform track_marker_gap
    end-if
  end-if
  .
    close mfile
  end-if
  .

track_marker_gap.
  compute marker_gap = pos_idx - last_marker_pos
  if marker_gap > stretch_max
    move marker_gap to stretch_max
    move pos_idx to stretch_end
  end-if
  if marker_total > 1
    add 1 to gap_cnt
    add marker_gap to gap_total
    if gap_cnt = 1 or marker_gap < gap_min
      move marker_gap to gap_min
    end-if
    if marker_gap > gap_max
      move marker_gap to gap_max
    end-if
  end-if
  move pos_idx to last_marker_pos
  .

*> Multi-channel monitor: every device channel on 06.chn scanned in
*> one run, with marker count and spacing statistics per channel. A
*> markerless stretch longer than the channel allows means a
*> corrupted or jammed device: it is alerted to alerts.int (day 06a,
*> severity JAM, channel and allowance in the baseline column, the
*> stretch in got), as is a channel whose feed is not on file.
monitor_channels.
  move "06.chn" to chn_filename
  call 'lib-campfile' using chn_filename camp_code
  open input chfile
  if chfilestat not = "00"
    display "06a: CHANNELS=YES but no " function trim(chn_filename)
        " on file -- no channels monitored."
    move 4 to ch_rc
    exit paragraph
  end-if
  call 'lib-writereport' using function module-id "O" report-line
  move "DATASTREAM CHANNEL MONITOR" to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move spaces to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move "CHANNEL   CHARACTERS   MARKERS  EXPECT  MIN GAP  AVG GAP  MAX GAP  LONGEST  ALLOWED  STATUS"
      to report-line
  call 'lib-writereport' using function module-id "H" report-line
  move "N" to ch_eof
  perform until ch_eof = "Y"
    read chfile at end move "Y" to ch_eof
      not at end
        if chfileline not = spaces
          perform monitor_one_channel
        end-if
    end-read
  end-perform
  close chfile
  move spaces to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move spaces to report-line
  move ch_cnt to disp-num
  string "CHANNELS: " function trim(disp-num) delimited by size
    into report-line
  end-string
  move function length(function trim(report-line)) to report-ptr
  add 1 to report-ptr
  move ch_alert_cnt to disp-num
  string "  ALERTED: " function trim(disp-num) delimited by size
    into report-line with pointer report-ptr
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  call 'lib-writereport' using function module-id "C" report-line
  display "06a: " ch_cnt " channel(s) monitored, " ch_alert_cnt
      " alerted."
  if ch_alert_cnt > 0
    move 4 to ch_rc
  end-if
  .

monitor_one_channel.
  add 1 to ch_cnt
  move chfileline(1:8) to ch_id
  move chfileline(10:20) to ds_filename
  call 'lib-campfile' using ds_filename camp_code
  move 0 to ch_spacing
  if chfileline(31:6) is numeric
    move chfileline(31:6) to ch_spacing
  end-if
  if chfileline(38:6) is numeric
    move chfileline(38:6) to ch_allowed
  else
    compute ch_allowed = ch_spacing * 3
  end-if
  display "06a: channel " ch_id " feed " function trim(ds_filename)
  perform scan_stream
  move spaces to report-line
  move ch_id to report-line(1:8)
  if ds_open_stat not = "00"
    move "FEED MISSING" to ch_status
    move ch_status to report-line(88:12)
    call 'lib-writereport' using function module-id "W" report-line
    move spaces to alert_got
    move "FEED MISSING" to alert_got
    perform write_channel_alert
    exit paragraph
  end-if
  if gap_cnt > 0
    compute gap_avg = gap_total / gap_cnt
  else
    move 0 to gap_avg
  end-if
  move pos_idx to disp-num
  move disp-num to report-line(11:9)
  move marker_total to disp-num
  move disp-num(2:8) to report-line(23:8)
  move ch_spacing to disp-num
  move disp-num(4:6) to report-line(33:6)
  move gap_min to disp-num
  move disp-num(3:7) to report-line(41:7)
  move gap_avg to disp-num
  move disp-num(3:7) to report-line(50:7)
  move gap_max to disp-num
  move disp-num(3:7) to report-line(59:7)
  move stretch_max to disp-num
  move disp-num(3:7) to report-line(68:7)
  move ch_allowed to disp-num
  move disp-num(3:7) to report-line(77:7)
  if ch_allowed > 0 and stretch_max > ch_allowed
    move "*JAMMED*" to ch_status
  else
    move "OK" to ch_status
  end-if
  move ch_status to report-line(88:12)
  call 'lib-writereport' using function module-id "W" report-line
  if ch_status = "*JAMMED*"
    move spaces to report-line
    move stretch_max to disp-num
    string "  " ch_id ": " function trim(disp-num)
      " CHARACTERS WITHOUT A MARKER"
      delimited by size into report-line
    end-string
    move function length(function trim(report-line trailing))
        to report-ptr
    add 1 to report-ptr
    move stretch_end to disp-num
    string ", ENDING AT POSITION " function trim(disp-num)
      delimited by size into report-line with pointer report-ptr
    end-string
    call 'lib-writereport' using function module-id "W" report-line
    move spaces to alert_got
    move stretch_max to disp-num
    string "GAP " function trim(disp-num) delimited by size
      into alert_got
    end-string
    perform write_channel_alert
  end-if
  .

write_channel_alert.
  add 1 to ch_alert_cnt
  move function current-date to curr_date_time
  move "06a" to alert_day
  move "JAM " to alert_severity
  move spaces to alert_baseline
  move ch_allowed to disp-num
  string function trim(ch_id) " MAX " function trim(disp-num)
    delimited by size into alert_baseline
  end-string
  call 'lib-procdate' using pd_mode pd_run pd_date pd_result
  move pd_date to alert_date
  move curr_date_time(9:6) to alert_time
  move "alerts.int" to env_basename
  call 'lib-runenv' using env_basename alfile_name env_name
  open extend alfile
  if alfilestat = "35" or alfilestat = "05"
    open output alfile
    if alfilestat = "00"
      move "HDR 01" to alfileline
      write alfileline
    end-if
  end-if
  if alfilestat = "00"
    accept alert_camp from environment "BATCHCAMP"
    write alfileline from alert_line
    close alfile
    display "06a: *** CHANNEL " function trim(ch_id) " "
        function trim(alert_got) " -- alert raised ***"
  else
    display "06a: ERROR appending alerts.int status " alfilestat
  end-if
  .
