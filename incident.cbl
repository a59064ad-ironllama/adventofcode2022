           >>source format free
identification division.
program-id. incident.
author. alexoh@wcoding.
*> Incident records. ackalert says an alert has an owner; the
*> investigation behind it lives here. An operator opens an incident
*> from an alerts.int entry, links whatever else belongs to it -- more
*> alerts, the lib-dump blocks dmptriage lists, the driver run
*> numbers of the reruns -- and closes it with a root-cause code from
*> rootcause.mst (maintained through rcmaint) and a resolution note.
*>   incident.mst  one record per incident, rewritten on OPEN/CLOSE:
*>                 number(6) status(6) opened date(8) time(6) by(10)
*>                 title(30) closed date(8) time(6) by(10) cause(8)
*>                 note(30), space-separated.
*>   incident.lnk  one record per link, appended: number(6) type(4)
*>                 key(40) linked date(8) time(6) by(10). Keys are
*>                 ALRT "ddp YYYYMMDD HHMMSS" (the ackalert key), DUMP
*>                 "ddp YYYYMMDD HHMMSS paragraph" (the dump block
*>                 header), RUN "nnnnnn".
*> An alert linked to an incident is acknowledged on alerts.ack on
*> the incident's behalf when nobody has acknowledged it yet, so it
*> drops out of the NEW list while it is being worked.
*> Control card (in.ctl):
*>   ACTION=LIST                    open incidents by age, mean time
*>                                  to resolve by root cause and the
*>                                  causes that recur (default)
*>   ACTION=OPEN DAY=ddp DATE=YYYYMMDD TIME=HHMMSS [TITLE=...]
*>   ACTION=LINK INCIDENT=n and any of
*>     DAY=ddp DATE=YYYYMMDD TIME=HHMMSS     another alert
*>     DUMP=ddp DUMPDATE=YYYYMMDD DUMPTIME=HHMMSS   a dump block
*>     RUN=nnnnnn                            a rerun
*>   ACTION=CLOSE INCIDENT=n CAUSE=code NOTE=...
*>   USER=x (default OPERATOR)
*> Return code 8 when a request is refused; LIST returns 4 when a
*> root cause or a dump signature recurs across incidents.

environment division.
  input-output section.
    file-control.
      select incfile assign to "incident.mst"
        organization is line sequential
        file status is incfilestat.
      select lnkfile assign to "incident.lnk"
        organization is line sequential
        file status is lnkfilestat.
      select rcfile assign to "rootcause.mst"
        organization is line sequential
        file status is rcfilestat.
      select alfile assign to "alerts.int"
        organization is line sequential
        file status is alfilestat.
      select akfile assign to "alerts.ack"
        organization is line sequential
        file status is akfilestat.
      select dfile assign to dump_filename
        organization is line sequential
        file status is dfilestat.
      select hfile assign to "run.history"
        organization is line sequential
        file status is hfilestat.

data division.
  file section.
    fd incfile.
    01 incfileline pic x(138).

    fd lnkfile.
    01 lnkfileline pic x(79).

    fd rcfile.
    01 rcfileline pic x(58).

    fd alfile.
    01 alfileline pic x(66).

    fd akfile.
    01 akfileline pic x(77).

    fd dfile.
    01 dfileline pic x(999).

    fd hfile.
    01 hfileline pic x(71).

  working-storage section.
    01 incfilestat pic xx.
    01 lnkfilestat pic xx.
    01 rcfilestat pic xx.
    01 alfilestat pic xx.
    01 akfilestat pic xx.
    01 dfilestat pic xx.
    01 hfilestat pic xx.
    01 dump_filename pic x(10).
    77 file_eof pic x.

    *> One incident record.
    01 inc_line.
      02 inc_no pic 9(6).
      02 filler pic x value space.
      02 inc_status pic x(6).
      02 filler pic x value space.
      02 inc_open_date pic x(8).
      02 filler pic x value space.
      02 inc_open_time pic x(6).
      02 filler pic x value space.
      02 inc_open_user pic x(10).
      02 filler pic x value space.
      02 inc_title pic x(30).
      02 filler pic x value space.
      02 inc_close_date pic x(8).
      02 filler pic x value space.
      02 inc_close_time pic x(6).
      02 filler pic x value space.
      02 inc_close_user pic x(10).
      02 filler pic x value space.
      02 inc_cause pic x(8).
      02 filler pic x value space.
      02 inc_note pic x(30).

    *> One link record.
    01 lnk_line.
      02 lnk_no pic 9(6).
      02 filler pic x value space.
      02 lnk_type pic x(4).
      02 filler pic x value space.
      02 lnk_key pic x(40).
      02 filler pic x value space.
      02 lnk_date pic x(8).
      02 filler pic x value space.
      02 lnk_time pic x(6).
      02 filler pic x value space.
      02 lnk_user pic x(10).

    *> Acknowledgment record, ackalert's layout.
    01 ack_line.
      02 ak_day pic x(3).
      02 filler pic x value space.
      02 ak_date pic x(8).
      02 filler pic x value space.
      02 ak_time pic x(6).
      02 filler pic x value space.
      02 ak_user pic x(10).
      02 filler pic x value space.
      02 ak_ackdate pic x(8).
      02 filler pic x value space.
      02 ak_acktime pic x(6).
      02 filler pic x value space.
      02 ak_note pic x(30).

    01 inc_table.
      02 inc_cnt pic s9(4) comp value 0.
      02 inc_row pic x(138) occurs 0 to 999 times
          depending on inc_cnt indexed by inc_idx.
    77 inc_found pic s9(4) comp.
    77 next_inc_no pic 9(6) value 0.

    01 lnk_table.
      02 lnk_cnt pic s9(4) comp value 0.
      02 lnk_row pic x(79) occurs 0 to 4999 times
          depending on lnk_cnt indexed by lnk_idx.

    01 code_table.
      02 code_cnt pic s9(4) comp value 0.
      02 code_row pic x(58) occurs 0 to 999 times
          depending on code_cnt indexed by code_idx.
    77 code_found pic s9(4) comp.

    *> Mean time to resolve, by root cause.
    01 cause_stats.
      02 cs_cnt pic s9(4) comp value 0.
      02 cs_row occurs 0 to 999 times depending on cs_cnt
          indexed by cs_idx.
        03 cs_cause pic x(8).
        03 cs_closed pic s9(6) comp.
        03 cs_secs pic s9(12) comp.
    77 cs_found pic x.

    *> Dump signatures (program + paragraph) and the incidents that
    *> link a block of each.
    01 sig_stats.
      02 sig_cnt pic s9(4) comp value 0.
      02 sig_row occurs 0 to 500 times depending on sig_cnt
          indexed by sig_idx.
        03 sig_prog pic x(3).
        03 sig_para pic x(20).
        03 sig_inc_cnt pic s9(4) comp.
        03 sig_inc pic 9(6) occurs 20 times.
    77 sig_found pic x.
    77 sig_inc_idx pic s9(4) comp.
    77 sig_inc_seen pic x.

    77 action_parm pic x(8).
    77 incident_parm pic 9(6) value 0.
    77 day_parm pic x(3).
    77 date_parm pic x(8).
    77 time_parm pic x(6).
    77 dump_parm pic x(3).
    77 dumpdate_parm pic x(8).
    77 dumptime_parm pic x(6).
    77 run_parm pic x(6).
    77 run_num pic 9(6).
    77 title_parm pic x(30).
    77 cause_parm pic x(8).
    77 note_parm pic x(30).
    77 user_parm pic x(10).

    77 alert_exists pic x.
    77 alert_severity pic x(4).
    77 ack_exists pic x.
    77 dump_exists pic x.
    77 dump_para pic x(20).
    77 run_exists pic x.
    77 link_done_cnt pic s9(4) comp value 0.
    77 scan_pos pic s9(8) comp.
    77 at_pos pic s9(8) comp.
    77 open_cnt pic s9(4) comp value 0.
    77 closed_cnt pic s9(4) comp value 0.
    77 recurring_cnt pic s9(4) comp value 0.
    77 today_int pic s9(8) comp.
    77 open_int pic s9(8) comp.
    77 age_days pic s9(8) comp.
    77 resolve_secs pic s9(12) comp.
    77 mean_hours pic 9(7)v9.
    77 alrt_cnt pic s9(4) comp.
    77 dump_cnt pic s9(4) comp.
    77 run_cnt pic s9(4) comp.
    77 line_ptr pic s9(4) comp.
    77 curr_date_time pic x(21).
    77 disp-num pic z(5)9.
    77 disp-cnt pic z(3)9.
    77 disp-hours pic z(6)9.9.
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

procedure division.
  move function current-date to curr_date_time
  call 'lib-readdata' using function module-id ".ctl" ctl_all_lines

  move "ACTION" to parm_keyword
  move "LIST" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  move parm_value(1:8) to action_parm

  move "INCIDENT" to parm_keyword
  move "0" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  if function trim(parm_value) is numeric
    move function numval(parm_value) to incident_parm
  end-if

  move "DAY" to parm_keyword
  move spaces to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  move parm_value(1:3) to day_parm

  move "DATE" to parm_keyword
  move spaces to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  move parm_value(1:8) to date_parm

  move "TIME" to parm_keyword
  move spaces to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  move parm_value(1:6) to time_parm

  move "DUMP" to parm_keyword
  move spaces to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  move parm_value(1:3) to dump_parm

  move "DUMPDATE" to parm_keyword
  move spaces to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  move parm_value(1:8) to dumpdate_parm

  move "DUMPTIME" to parm_keyword
  move spaces to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  move parm_value(1:6) to dumptime_parm

  move "RUN" to parm_keyword
  move spaces to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  move spaces to run_parm
  if parm_value not = spaces and function trim(parm_value) is numeric
    move function numval(parm_value) to run_num
    move run_num to run_parm
  end-if

  move "TITLE" to parm_keyword
  move spaces to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  move parm_value(1:30) to title_parm

  move "CAUSE" to parm_keyword
  move spaces to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  move parm_value(1:8) to cause_parm

  move "NOTE" to parm_keyword
  move spaces to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  move parm_value(1:30) to note_parm

  move "USER" to parm_keyword
  move "OPERATOR" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  move parm_value(1:10) to user_parm

  perform load_incidents
  perform load_links

  evaluate action_parm
    when "LIST"
      perform load_codes
      perform incident_report
    when "OPEN"
      perform open_incident
    when "LINK"
      perform link_incident
    when "CLOSE"
      perform load_codes
      perform close_incident
    when other
      display "incident: unknown ACTION " action_parm
      move 8 to return-code
  end-evaluate
  goback.

load_incidents.
  move "N" to file_eof
  open input incfile
  if incfilestat not = "00"
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read incfile at end move "Y" to file_eof
      not at end
        if incfileline(1:6) is numeric and inc_cnt < 999
          add 1 to inc_cnt
          move incfileline to inc_row(inc_cnt)
          if incfileline(1:6) > next_inc_no
            move incfileline(1:6) to next_inc_no
          end-if
        end-if
    end-read
  end-perform
  close incfile
  .

load_links.
  move "N" to file_eof
  open input lnkfile
  if lnkfilestat not = "00"
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read lnkfile at end move "Y" to file_eof
      not at end
        if lnkfileline(1:6) is numeric and lnk_cnt < 4999
          add 1 to lnk_cnt
          move lnkfileline to lnk_row(lnk_cnt)
        end-if
    end-read
  end-perform
  close lnkfile
  .

load_codes.
  move "N" to file_eof
  open input rcfile
  if rcfilestat not = "00"
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read rcfile at end move "Y" to file_eof
      not at end
        if code_cnt < 999 and rcfileline not = spaces
          add 1 to code_cnt
          move rcfileline to code_row(code_cnt)
        end-if
    end-read
  end-perform
  close rcfile
  .

find_incident.
  move 0 to inc_found
  perform varying inc_idx from 1 by 1 until inc_idx > inc_cnt
    if inc_row(inc_idx)(1:6) = incident_parm
      move inc_idx to inc_found
    end-if
  end-perform
  .

open_incident.
  if day_parm = spaces or date_parm = spaces or time_parm = spaces
    display "incident: OPEN needs the alert's DAY=, DATE= and TIME=."
    move 8 to return-code
    exit paragraph
  end-if
  perform check_alert
  if alert_exists not = "Y"
    display "incident: no alert on file for " day_parm " "
        date_parm " " time_parm "."
    move 8 to return-code
    exit paragraph
  end-if
  perform check_alert_not_linked
  if return-code = 8
    exit paragraph
  end-if
  if inc_cnt >= 999
    display "incident: incident master full."
    move 12 to return-code
    exit paragraph
  end-if

  add 1 to next_inc_no
  move spaces to inc_line
  move next_inc_no to inc_no
  move "OPEN" to inc_status
  move curr_date_time(1:8) to inc_open_date
  move curr_date_time(9:6) to inc_open_time
  move user_parm to inc_open_user
  if title_parm = spaces
    string alert_severity " ALERT ON " day_parm
      delimited by size into inc_title
    end-string
  else
    move title_parm to inc_title
  end-if
  add 1 to inc_cnt
  move inc_line to inc_row(inc_cnt)
  perform save_incidents
  if return-code = 12
    exit paragraph
  end-if
  move next_inc_no to incident_parm
  perform link_alert
  display "incident: opened incident " next_inc_no " -- "
      function trim(inc_title) "."
  .

link_incident.
  if incident_parm = 0
    display "incident: LINK needs INCIDENT=."
    move 8 to return-code
    exit paragraph
  end-if
  perform find_incident
  if inc_found = 0
    display "incident: incident " incident_parm " not on file."
    move 8 to return-code
    exit paragraph
  end-if
  if inc_row(inc_found)(8:6) not = "OPEN  "
    display "incident: incident " incident_parm " is closed --"
        " open a new one."
    move 8 to return-code
    exit paragraph
  end-if

  if day_parm not = spaces or date_parm not = spaces
      or time_parm not = spaces
    perform check_alert
    if alert_exists not = "Y"
      display "incident: no alert on file for " day_parm " "
          date_parm " " time_parm "."
      move 8 to return-code
    else
      perform check_alert_not_linked
      if return-code not = 8
        perform link_alert
      end-if
    end-if
  end-if

  if dump_parm not = spaces
    perform check_dump
    if dump_exists not = "Y"
      display "incident: no dump block on " function trim(dump_filename)
          " at " dumpdate_parm " " dumptime_parm "."
      move 8 to return-code
    else
      move "DUMP" to lnk_type
      move spaces to lnk_key
      string dump_parm " " dumpdate_parm " " dumptime_parm " " dump_para
        delimited by size into lnk_key
      end-string
      perform append_link
    end-if
  end-if

  if run_parm not = spaces
    perform check_run
    if run_exists not = "Y"
      display "incident: run " run_parm " is not on the live"
          " run.history (closed by histclose?) -- linked anyway."
    end-if
    move "RUN " to lnk_type
    move run_parm to lnk_key
    perform append_link
  end-if

  if link_done_cnt = 0 and return-code not = 8
    display "incident: LINK needs an alert (DAY= DATE= TIME=), a dump"
        " (DUMP= DUMPDATE= DUMPTIME=) or a RUN=."
    move 8 to return-code
    exit paragraph
  end-if
  display "incident: " link_done_cnt " link(s) added to incident "
      incident_parm "."
  .

close_incident.
  if incident_parm = 0 or cause_parm = spaces or note_parm = spaces
    display "incident: CLOSE needs INCIDENT=, CAUSE= and NOTE=."
    move 8 to return-code
    exit paragraph
  end-if
  perform find_incident
  if inc_found = 0
    display "incident: incident " incident_parm " not on file."
    move 8 to return-code
    exit paragraph
  end-if
  if inc_row(inc_found)(8:6) not = "OPEN  "
    display "incident: incident " incident_parm " is already closed."
    move 8 to return-code
    exit paragraph
  end-if
  move 0 to code_found
  perform varying code_idx from 1 by 1 until code_idx > code_cnt
    if code_row(code_idx)(1:8) = cause_parm
      move code_idx to code_found
    end-if
  end-perform
  if code_found = 0
    display "incident: root cause " function trim(cause_parm)
        " is not on rootcause.mst -- add it through rcmaint."
    move 8 to return-code
    exit paragraph
  end-if
  if code_row(code_found)(10:8) not = "ACTIVE  "
    display "incident: root cause " function trim(cause_parm)
        " is retired."
    move 8 to return-code
    exit paragraph
  end-if
  move inc_row(inc_found) to inc_line
  move "CLOSED" to inc_status
  move curr_date_time(1:8) to inc_close_date
  move curr_date_time(9:6) to inc_close_time
  move user_parm to inc_close_user
  move cause_parm to inc_cause
  move note_parm to inc_note
  move inc_line to inc_row(inc_found)
  perform save_incidents
  display "incident: closed incident " incident_parm " -- cause "
      function trim(cause_parm) "."
  .

*> The alert must be on alerts.int, the same check ackalert makes.
check_alert.
  move "N" to alert_exists
  move spaces to alert_severity
  move "N" to file_eof
  open input alfile
  if alfilestat not = "00"
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read alfile at end move "Y" to file_eof
      not at end
        if alfileline(1:3) = day_parm
            and alfileline(48:8) = date_parm
            and alfileline(57:6) = time_parm
          move "Y" to alert_exists
          move alfileline(5:4) to alert_severity
        end-if
    end-read
  end-perform
  close alfile
  .

*> One alert belongs to one open incident.
check_alert_not_linked.
  move spaces to lnk_key
  string day_parm " " date_parm " " time_parm
    delimited by size into lnk_key
  end-string
  perform varying lnk_idx from 1 by 1 until lnk_idx > lnk_cnt
    if lnk_row(lnk_idx)(8:4) = "ALRT"
        and lnk_row(lnk_idx)(13:40) = lnk_key
      perform varying inc_idx from 1 by 1 until inc_idx > inc_cnt
        if inc_row(inc_idx)(1:6) = lnk_row(lnk_idx)(1:6)
            and inc_row(inc_idx)(8:6) = "OPEN  "
          display "incident: alert " function trim(lnk_key)
              " is already on open incident "
              lnk_row(lnk_idx)(1:6) "."
          move 8 to return-code
        end-if
      end-perform
    end-if
  end-perform
  .

link_alert.
  move "ALRT" to lnk_type
  move spaces to lnk_key
  string day_parm " " date_parm " " time_parm
    delimited by size into lnk_key
  end-string
  perform append_link
  perform acknowledge_for_incident
  .

*> The block header lib-dump writes:
*> "*** DIAGNOSTIC DUMP -- ddp paragraph AT YYYYMMDD HHMMSS ***"
check_dump.
  move "N" to dump_exists
  move spaces to dump_para
  move spaces to dump_filename
  string dump_parm ".dmp" delimited by size into dump_filename
  end-string
  move "N" to file_eof
  open input dfile
  if dfilestat not = "00"
    exit paragraph
  end-if
  perform until file_eof = "Y" or dump_exists = "Y"
    read dfile at end move "Y" to file_eof
      not at end
        if dfileline(1:23) = "*** DIAGNOSTIC DUMP -- "
            and dfileline(24:3) = dump_parm
          move 0 to at_pos
          perform varying scan_pos from 28 by 1
              until scan_pos > 970 or at_pos > 0
            if dfileline(scan_pos:4) = " AT "
                and dfileline(scan_pos + 4:8) is numeric
              move scan_pos to at_pos
            end-if
          end-perform
          if at_pos > 0
              and dfileline(at_pos + 4:8) = dumpdate_parm
              and dfileline(at_pos + 13:6) = dumptime_parm
            move "Y" to dump_exists
            compute scan_pos = at_pos - 28
            if scan_pos > 20
              move 20 to scan_pos
            end-if
            if scan_pos > 0
              move dfileline(28:scan_pos) to dump_para
            end-if
          end-if
        end-if
    end-read
  end-perform
  close dfile
  .

check_run.
  move "N" to run_exists
  move "N" to file_eof
  open input hfile
  if hfilestat not = "00"
    exit paragraph
  end-if
  perform until file_eof = "Y" or run_exists = "Y"
    read hfile at end move "Y" to file_eof
      not at end
        if hfileline(1:6) = run_parm
          move "Y" to run_exists
        end-if
    end-read
  end-perform
  close hfile
  .

append_link.
  move incident_parm to lnk_no
  move curr_date_time(1:8) to lnk_date
  move curr_date_time(9:6) to lnk_time
  move user_parm to lnk_user
  open extend lnkfile
  if lnkfilestat = "35" or lnkfilestat = "05"
    open output lnkfile
  end-if
  if lnkfilestat not = "00"
    display "incident: ERROR appending incident.lnk status "
        lnkfilestat
    move 12 to return-code
    exit paragraph
  end-if
  write lnkfileline from lnk_line
  close lnkfile
  add 1 to link_done_cnt
  if lnk_cnt < 4999
    add 1 to lnk_cnt
    move lnk_line to lnk_row(lnk_cnt)
  end-if
  display "incident: " incident_parm " " lnk_type " "
      function trim(lnk_key)
  .

*> Nobody owned the alert yet: the incident does now.
acknowledge_for_incident.
  move "N" to ack_exists
  move "N" to file_eof
  open input akfile
  if akfilestat = "00"
    perform until file_eof = "Y"
      read akfile at end move "Y" to file_eof
        not at end
          if akfileline(1:3) = day_parm
              and akfileline(5:8) = date_parm
              and akfileline(14:6) = time_parm
            move "Y" to ack_exists
          end-if
      end-read
    end-perform
    close akfile
  end-if
  if ack_exists = "Y"
    exit paragraph
  end-if
  move day_parm to ak_day
  move date_parm to ak_date
  move time_parm to ak_time
  move user_parm to ak_user
  move curr_date_time(1:8) to ak_ackdate
  move curr_date_time(9:6) to ak_acktime
  move spaces to ak_note
  string "INCIDENT " incident_parm delimited by size into ak_note
  end-string
  open extend akfile
  if akfilestat = "35" or akfilestat = "05"
    open output akfile
  end-if
  if akfilestat = "00"
    write akfileline from ack_line
    close akfile
  else
    display "incident: ERROR appending alerts.ack status " akfilestat
  end-if
  .

save_incidents.
  open output incfile
  if incfilestat not = "00"
    display "incident: ERROR writing incident.mst status "
        incfilestat
    move 12 to return-code
    exit paragraph
  end-if
  perform varying inc_idx from 1 by 1 until inc_idx > inc_cnt
    write incfileline from inc_row(inc_idx)
  end-perform
  close incfile
  .

incident_report.
  compute today_int = function integer-of-date
      (function numval(curr_date_time(1:8)))
  call 'lib-writereport' using function module-id "O" report-line
  move "INCIDENT REPORT" to report-line
  call 'lib-writereport' using function module-id "W" report-line

  move spaces to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move "--- OPEN INCIDENTS, OLDEST FIRST ---" to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move "INCDNT AGE(D) OPENED          BY         TITLE                          ALRT DUMP RUNS"
      to report-line
  call 'lib-writereport' using function module-id "H" report-line
  perform varying inc_idx from 1 by 1 until inc_idx > inc_cnt
    move inc_row(inc_idx) to inc_line
    if inc_status = "OPEN"
      add 1 to open_cnt
      perform report_open_incident
    else
      add 1 to closed_cnt
      perform tally_resolution
    end-if
  end-perform
  if open_cnt = 0
    move "  NONE" to report-line
    call 'lib-writereport' using function module-id "W" report-line
  end-if

  perform report_resolution
  perform report_recurring

  move spaces to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move spaces to report-line
  move open_cnt to disp-cnt
  string "OPEN: " function trim(disp-cnt) delimited by size
      into report-line
  end-string
  move closed_cnt to disp-cnt
  move 11 to line_ptr
  string "  CLOSED: " function trim(disp-cnt) delimited by size
      into report-line with pointer line_ptr
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  call 'lib-writereport' using function module-id "C" report-line
  display "incident: " open_cnt " open, " closed_cnt " closed, "
      recurring_cnt " recurring cause(s)."
  if recurring_cnt > 0
    move 4 to return-code
  end-if
  .

report_open_incident.
  move 0 to age_days
  if inc_open_date is numeric
    compute open_int = function integer-of-date
        (function numval(inc_open_date))
    compute age_days = today_int - open_int
  end-if
  move 0 to alrt_cnt
  move 0 to dump_cnt
  move 0 to run_cnt
  perform varying lnk_idx from 1 by 1 until lnk_idx > lnk_cnt
    if lnk_row(lnk_idx)(1:6) = inc_no
      evaluate lnk_row(lnk_idx)(8:4)
        when "ALRT" add 1 to alrt_cnt
        when "DUMP" add 1 to dump_cnt
        when "RUN " add 1 to run_cnt
      end-evaluate
    end-if
  end-perform
  move spaces to report-line
  move inc_no to report-line(1:6)
  move age_days to disp-num
  move disp-num to report-line(8:6)
  move inc_open_date to report-line(15:8)
  move inc_open_time to report-line(24:6)
  move inc_open_user to report-line(31:10)
  move inc_title to report-line(42:30)
  move alrt_cnt to disp-cnt
  move disp-cnt to report-line(73:4)
  move dump_cnt to disp-cnt
  move disp-cnt to report-line(78:4)
  move run_cnt to disp-cnt
  move disp-cnt to report-line(83:4)
  call 'lib-writereport' using function module-id "W" report-line
  perform varying lnk_idx from 1 by 1 until lnk_idx > lnk_cnt
    if lnk_row(lnk_idx)(1:6) = inc_no
      move spaces to report-line
      string "         " lnk_row(lnk_idx)(8:4) " "
        lnk_row(lnk_idx)(13:40)
        delimited by size into report-line
      end-string
      call 'lib-writereport' using function module-id "W" report-line
    end-if
  end-perform
  .

tally_resolution.
  if inc_open_date is not numeric or inc_close_date is not numeric
      or inc_open_time is not numeric or inc_close_time is not numeric
    exit paragraph
  end-if
  compute resolve_secs =
      (function integer-of-date(function numval(inc_close_date))
       - function integer-of-date(function numval(inc_open_date)))
      * 86400
      + function numval(inc_close_time(1:2)) * 3600
      + function numval(inc_close_time(3:2)) * 60
      + function numval(inc_close_time(5:2))
      - function numval(inc_open_time(1:2)) * 3600
      - function numval(inc_open_time(3:2)) * 60
      - function numval(inc_open_time(5:2))
  move "N" to cs_found
  perform varying cs_idx from 1 by 1
      until cs_idx > cs_cnt or cs_found = "Y"
    if cs_cause(cs_idx) = inc_cause
      move "Y" to cs_found
    end-if
  end-perform
  if cs_found = "Y"
    subtract 1 from cs_idx
  else
    add 1 to cs_cnt
    move cs_cnt to cs_idx
    move inc_cause to cs_cause(cs_idx)
    move 0 to cs_closed(cs_idx)
    move 0 to cs_secs(cs_idx)
  end-if
  add 1 to cs_closed(cs_idx)
  add resolve_secs to cs_secs(cs_idx)
  .

report_resolution.
  move spaces to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move "--- MEAN TIME TO RESOLVE BY ROOT CAUSE ---" to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move "CAUSE    CLOSED  MEAN HOURS  DESCRIPTION" to report-line
  call 'lib-writereport' using function module-id "H" report-line
  perform varying cs_idx from 1 by 1 until cs_idx > cs_cnt
    compute mean_hours rounded =
        cs_secs(cs_idx) / cs_closed(cs_idx) / 3600
    move spaces to report-line
    move cs_cause(cs_idx) to report-line(1:8)
    move cs_closed(cs_idx) to disp-num
    move disp-num to report-line(10:6)
    move mean_hours to disp-hours
    move disp-hours to report-line(18:9)
    perform varying code_idx from 1 by 1 until code_idx > code_cnt
      if code_row(code_idx)(1:8) = cs_cause(cs_idx)
        move code_row(code_idx)(19:40) to report-line(29:40)
      end-if
    end-perform
    call 'lib-writereport' using function module-id "W" report-line
  end-perform
  if cs_cnt = 0
    move "  NO CLOSED INCIDENTS" to report-line
    call 'lib-writereport' using function module-id "W" report-line
  end-if
  .

*> A cause that keeps coming back -- by code, or by the same lib-dump
*> guard point firing under different incidents -- is the one worth a
*> permanent fix.
report_recurring.
  move spaces to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move "--- RECURRING CAUSES ACROSS INCIDENTS ---" to report-line
  call 'lib-writereport' using function module-id "W" report-line
  perform varying cs_idx from 1 by 1 until cs_idx > cs_cnt
    if cs_closed(cs_idx) >= 2
      add 1 to recurring_cnt
      move cs_closed(cs_idx) to disp-cnt
      move spaces to report-line
      string "ROOT CAUSE " cs_cause(cs_idx) " CLOSED "
        function trim(disp-cnt) " INCIDENTS"
        delimited by size into report-line
      end-string
      call 'lib-writereport' using function module-id "W" report-line
      display "incident: " function trim(report-line)
    end-if
  end-perform

  perform varying lnk_idx from 1 by 1 until lnk_idx > lnk_cnt
    if lnk_row(lnk_idx)(8:4) = "DUMP"
      perform tally_dump_signature
    end-if
  end-perform
  perform varying sig_idx from 1 by 1 until sig_idx > sig_cnt
    if sig_inc_cnt(sig_idx) >= 2
      add 1 to recurring_cnt
      move sig_inc_cnt(sig_idx) to disp-cnt
      move spaces to report-line
      string "DUMP " sig_prog(sig_idx) " "
        function trim(sig_para(sig_idx)) " ON "
        function trim(disp-cnt) " INCIDENTS:"
        delimited by size into report-line
      end-string
      move function length(function trim(report-line)) to line_ptr
      add 1 to line_ptr
      perform varying sig_inc_idx from 1 by 1
          until sig_inc_idx > sig_inc_cnt(sig_idx)
        string " " sig_inc(sig_idx sig_inc_idx)
          delimited by size into report-line with pointer line_ptr
        end-string
      end-perform
      call 'lib-writereport' using function module-id "W" report-line
      display "incident: " function trim(report-line)
    end-if
  end-perform
  if recurring_cnt = 0
    move "  NONE" to report-line
    call 'lib-writereport' using function module-id "W" report-line
  end-if
  .

tally_dump_signature.
  move "N" to sig_found
  perform varying sig_idx from 1 by 1
      until sig_idx > sig_cnt or sig_found = "Y"
    if sig_prog(sig_idx) = lnk_row(lnk_idx)(13:3)
        and sig_para(sig_idx) = lnk_row(lnk_idx)(33:20)
      move "Y" to sig_found
    end-if
  end-perform
  if sig_found = "Y"
    subtract 1 from sig_idx
  else
    if sig_cnt >= 500
      exit paragraph
    end-if
    add 1 to sig_cnt
    move sig_cnt to sig_idx
    move lnk_row(lnk_idx)(13:3) to sig_prog(sig_idx)
    move lnk_row(lnk_idx)(33:20) to sig_para(sig_idx)
    move 0 to sig_inc_cnt(sig_idx)
  end-if
  move "N" to sig_inc_seen
  perform varying sig_inc_idx from 1 by 1
      until sig_inc_idx > sig_inc_cnt(sig_idx)
    if sig_inc(sig_idx sig_inc_idx) = lnk_row(lnk_idx)(1:6)
      move "Y" to sig_inc_seen
    end-if
  end-perform
  if sig_inc_seen = "N" and sig_inc_cnt(sig_idx) < 20
    add 1 to sig_inc_cnt(sig_idx)
    move lnk_row(lnk_idx)(1:6) to sig_inc(sig_idx sig_inc_cnt(sig_idx))
  end-if
  .
