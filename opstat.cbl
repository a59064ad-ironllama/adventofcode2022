*>   - the freshest heartbeat on status.hbt with its age,
*>   - the preflight go/no-go verdict in effect,
*>   - whether driver.stp shows a run stopped mid-calendar.
*> Output goes to the console and the opstat report.
*> Control card (op.ctl), optional:
*>   CAMP=ccc  the run and alert facts for one camp only; CAMP=ALL
*>             for every camp, with each camp's last-run status and
*>             open alerts side by side. The default is the camp in
*>             force (BATCHCAMP), else ALL.
*> The last run is read by key from the keyed copy run.idx
*> (lib-keyidx) when it is on file, instead of the whole ledger.

environment division.
  input-output section.
      select hfile assign to "run.history"
        organization is line sequential
        file status is hfilestat.
      select hxfile assign to "run.idx"
        organization is indexed
        access mode is dynamic
        record key is hx_key
        alternate record key is hx_date with duplicates
        file status is hxfilestat.
      select alfile assign to "alerts.int"
        organization is line sequential
        file status is alfilestat.
    fd hfile.
    01 hfileline pic x(71).

    *> Same keyed layout lib-keyidx keeps.
    fd hxfile.
    01 hx_rec.
      02 hx_key.
        03 hx_run pic x(6).
        03 hx_day pic x(3).
        03 hx_camp pic x(3).
        03 hx_date pic x(8).
        03 hx_time pic x(6).
      02 hx_line pic x(71).

    fd alfile.
    01 alfileline pic x(66).

    fd akfile.
    01 akfileline pic x(77).

    fd hbfile.
    01 hbfileline pic x(65).

    fd gfile.
    01 gfileline pic x(4).

    fd sfile.
    01 sfileline pic x(14).

  working-storage section.
    01 hfilestat pic xx.
    01 hxfilestat pic xx.
    01 alfilestat pic xx.
    01 hbfilestat pic xx.
    01 gfilestat pic xx.
    77 worst_status pic x(13) value spaces.
    77 run_day_cnt pic s9(4) comp value 0.
    77 run_bad_cnt pic s9(4) comp value 0.
    77 hist_rec pic x(71).

    *> Alert facts: only unacknowledged alerts count (alerts.ack is
    *> ackalert's companion ledger of investigated ones).

    77 report-line pic x(999).

    *> Camp selection, and each camp's facts for the side by side
    *> lines.
    77 want_camp pic x(3).
    77 env_camp pic x(3).
    01 camp_list.
      02 camp_cnt pic s9(4) comp value 0.
      02 camp_row occurs 0 to 20 times depending on camp_cnt
          indexed by camp_idx.
        03 camp_code pic x(3).
        03 camp_status pic x(13).
        03 camp_alerts pic s9(8) comp.
    77 camp_found pic x.
    77 camp_key pic x(3).
    77 col_ptr pic s9(4) comp.

    *> For lib-readdata + lib-parsectl.
    01 ctl_all_lines.
      02 ctl_line_cnt pic s9(8) comp value 0.
      02 ctl_line_row pic x(9999) occurs 0 to 9 times
          depending on ctl_line_cnt indexed by ctl_line_idx.
    77 parm_keyword pic x(12).
    77 parm_default pic x(30).
    77 parm_value pic x(30).
    77 parm_source pic x(4).
    77 parm_echo pic x(60).

procedure division.
  call 'lib-readdata' using function module-id ".ctl" ctl_all_lines
  accept env_camp from environment "BATCHCAMP"
  move "CAMP" to parm_keyword
  move "ALL" to parm_default
  if env_camp not = spaces
    move env_camp to parm_default
  end-if
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  move parm_value(1:3) to want_camp

  move function current-date to curr_date_time
  move curr_date_time(1:8) to now_date
  move curr_date_time(9:2) to disp_hh

  call 'lib-writereport' using function module-id "O" report-line
  move "OPERATIONS STATUS DASHBOARD" to report-line
  if want_camp not = "ALL"
    string "OPERATIONS STATUS DASHBOARD -- CAMP " want_camp
      delimited by size into report-line
    end-string
  end-if
  perform show_line

  perform show_run_status
  perform show_heartbeat_status
  perform show_preflight_status
  perform show_step_status
  if want_camp = "ALL" and camp_cnt > 1
    perform show_camps_side_by_side
  end-if

  move spaces to report-line
  if attention_cnt = 0
*> Last run = highest run number on the ledger; its worst status is
*> the one the morning check cares about.
read_run_history.
  open input hxfile
  if hxfilestat = "00"
    perform read_run_history_by_key
    close hxfile
    exit paragraph
  end-if
  move "N" to file_eof
  open input hfile
  if hfilestat not = "00"
      not at end
        if hfileline(1:6) is numeric
            and hfileline(1:6) > last_run
            and (want_camp = "ALL" or hfileline(69:3) = want_camp)
          move hfileline(1:6) to last_run
        end-if
    end-read
      not at end
        if hfileline(1:6) is numeric
            and hfileline(1:6) = last_run
            and (want_camp = "ALL" or hfileline(69:3) = want_camp)
          move hfileline to hist_rec
          perform tally_last_run_record
        end-if
    end-read
  end-perform
  close hfile
  .

*> Backwards from the top of the key to the newest run of the camp,
*> then forward through that run's records.
read_run_history_by_key.
  move "N" to file_eof
  move high-values to hx_key
  start hxfile key is less than hx_key
    invalid key move "Y" to file_eof
  end-start
  perform until file_eof = "Y"
    read hxfile previous record at end move "Y" to file_eof
      not at end
        if hx_run is numeric
            and (want_camp = "ALL" or hx_camp = want_camp)
          move hx_run to last_run
          move "Y" to file_eof
        end-if
    end-read
  end-perform
  if last_run = 0
    exit paragraph
  end-if
  move "N" to file_eof
  move low-values to hx_key
  move last_run to hx_run
  start hxfile key is not less than hx_key
    invalid key move "Y" to file_eof
  end-start
  perform until file_eof = "Y"
    read hxfile next record at end move "Y" to file_eof
      not at end
        if hx_run not = last_run
          move "Y" to file_eof
        else
          if want_camp = "ALL" or hx_camp = want_camp
            move hx_line to hist_rec
            perform tally_last_run_record
          end-if
        end-if
    end-read
  end-perform
  .

tally_last_run_record.
  add 1 to run_day_cnt
  move hist_rec(8:8) to last_run_date
  move hist_rec(17:6) to last_run_time
  move hist_rec(69:3) to camp_key
  perform find_camp
  if camp_found = "Y" and camp_status(camp_idx) = spaces
    move "COMPLETED" to camp_status(camp_idx)
  end-if
  if hist_rec(55:13) not = "COMPLETED    "
    add 1 to run_bad_cnt
    move hist_rec(55:13) to worst_status
    if camp_found = "Y"
      move hist_rec(55:13) to camp_status(camp_idx)
    end-if
  end-if
  .

read_alerts.
  move "N" to file_eof
  open input alfile
    read alfile at end move "Y" to file_eof
      not at end
        if alfileline(48:8) > newest_alert_date
            and (want_camp = "ALL" or alfileline(64:3) = want_camp)
          move alfileline(48:8) to newest_alert_date
        end-if
    end-read
    read alfile at end move "Y" to file_eof
      not at end
        if alfileline(48:8) = newest_alert_date
            and (want_camp = "ALL" or alfileline(64:3) = want_camp)
          perform find_ack
          if ack_found = "N"
            add 1 to alert_cnt
            move alfileline(64:3) to camp_key
            perform find_camp
            if camp_found = "Y"
              add 1 to camp_alerts(camp_idx)
            end-if
          end-if
        end-if
    end-read
  end-if
  perform show_line
  .

*> The camp's row for camp_key, added on its first sight.
find_camp.
  move "N" to camp_found
  perform varying camp_idx from 1 by 1
      until camp_idx > camp_cnt or camp_found = "Y"
    if camp_code(camp_idx) = camp_key
      move "Y" to camp_found
    end-if
  end-perform
  if camp_found = "Y"
    subtract 1 from camp_idx
  else
    if camp_cnt < 20
      add 1 to camp_cnt
      move camp_cnt to camp_idx
      move camp_key to camp_code(camp_idx)
      move spaces to camp_status(camp_idx)
      move 0 to camp_alerts(camp_idx)
      move "Y" to camp_found
    end-if
  end-if
  .

*> One column per camp: its worst status in the last run and its
*> unacknowledged alerts. A camp seen only on the alerts shows a
*> blank status -- it had no day in the last run.
show_camps_side_by_side.
  move spaces to report-line
  move "BY CAMP:" to report-line(1:8)
  move 14 to col_ptr
  perform varying camp_idx from 1 by 1 until camp_idx > camp_cnt
    if camp_code(camp_idx) = spaces
      move "(NONE)" to report-line(col_ptr:6)
    else
      move camp_code(camp_idx) to report-line(col_ptr:3)
    end-if
    add 15 to col_ptr
  end-perform
  perform show_line
  move spaces to report-line
  move "  LAST RUN" to report-line(1:10)
  move 14 to col_ptr
  perform varying camp_idx from 1 by 1 until camp_idx > camp_cnt
    move camp_status(camp_idx) to report-line(col_ptr:13)
    add 15 to col_ptr
  end-perform
  perform show_line
  move spaces to report-line
  move "  ALERTS" to report-line(1:8)
  move 14 to col_ptr
  perform varying camp_idx from 1 by 1 until camp_idx > camp_cnt
    move camp_alerts(camp_idx) to disp-num
    move function trim(disp-num) to report-line(col_ptr:7)
    add 15 to col_ptr
  end-perform
  perform show_line
  .
