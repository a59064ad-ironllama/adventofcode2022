      select pvfile assign to prev_filename
        organization is line sequential
        file status is pvfilestat.
      *> Directory quota master, maintained through quotamnt, and
      *> the quota'd directories' sizes as of the last run, for
      *> growth since then.
      select qtfile assign to "quota.mst"
        organization is line sequential
        file status is qtfilestat.
      select szfile assign to szfile_name
        organization is line sequential
        file status is szfilestat.
      select alfile assign to alfile_name
        organization is line sequential
        file status is alfilestat.

data division.
  file section.
    fd pvfile.
    01 pvfileline pic x(99).

    fd qtfile.
    01 qtfileline pic x(52).

    *> Last run's size record: path x(30), size 9(12).
    fd szfile.
    01 szfileline pic x(43).

    fd alfile.
    01 alfileline pic x(66).

  working-storage section.
    *> For lib-readfile
    01 rf_all_lines.
    01 pvfilestat pic xx.
    77 pv_eof pic x.

    *> Directory quotas (quota.mst record: path x(30), quota 9(12),
    *> owner x(8)). WARNPCT= on the card is the share of quota at
    *> which a directory is listed as a warning; over quota is a
    *> breach and is alerted to alerts.int.
    01 qtfilestat pic xx.
    01 szfilestat pic xx.
    01 alfilestat pic xx.
    01 szfile_name pic x(40).
    01 alfile_name pic x(40).
    77 qt_eof pic x.
    01 quota_table.
      02 quota_cnt pic s9(4) comp value 0.
      02 quota_row occurs 0 to 999 times
          depending on quota_cnt indexed by quota_idx.
        03 quota_path pic x(30).
        03 filler pic x.
        03 quota_bytes pic 9(12).
        03 filler pic x.
        03 quota_owner pic x(8).
        03 quota_prev pic s9(12) comp.
        03 quota_prev_found pic x.
        03 quota_used pic s9(12) comp.
        03 quota_used_found pic x.
    01 size_rec.
      02 size_path pic x(30).
      02 filler pic x value space.
      02 size_bytes pic 9(12).
    77 warn_pct pic s9(4) comp value 90.
    77 warn_echo pic x(60).
    77 quota_pct pic s9(8) comp.
    77 quota_growth pic s9(12) comp.
    77 quota_status pic x(12).
    77 quota_over_cnt pic s9(4) comp value 0.
    77 quota_warn_cnt pic s9(4) comp value 0.
    77 quota_gone_cnt pic s9(4) comp value 0.
    77 quota_rc pic s9(4) comp value 0.
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
    77 disp-quota pic z(11)9.
    77 disp-growth pic -(11)9.
    77 disp-pct pic z(4)9.
    77 disp-cnt pic z(3)9.

    *> For lib-runenv -- the environment's copy of each file.
    77 env_basename pic x(30).
    77 env_name pic x(4).

    77 report-line pic x(999).
    77 report-ptr pic s9(4) comp.
    77 disp-rank pic z9.
    77 disp-size pic z(7)9.
    77 disp-size-2 pic -(7)9.
    display function trim(parm_echo)
    move parm_value(1:4) to prev_suffix
  end-if
  move "WARNPCT" to parm_keyword
  move "90" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  move parm_echo to warn_echo
  perform validate_numeric_parm
  if parm_num_ok = "Y" and parm_num_len < 4
    move function numval(parm_value) to warn_pct
  else
    display "07b: WARNPCT value not usable, keeping default " warn_pct
  end-if

  set rf_line_idx to 1
  set dir_depth to 1
    display "FINAL: " total_found
    move total_found to post_answer
  end-if
  call 'lib-postanswer' using function module-id post_answer
      post_status "S"

  call 'lib-writereport' using function module-id "O" report-line
  *> Parameter echo: what options was this run executed with.
  if compare_mode = "Y"
    perform compare_snapshots
  end-if
  perform evaluate_quotas
  call 'lib-writereport' using function module-id "C" report-line

  *> A directory over quota is a warning for the run.
  move quota_rc to return-code
  goback.

process_dir.
  call 'lib-writereport' using function module-id "W" report-line
  move "RANK  SIZE      FILE  (PARENT)" to report-line
  call 'lib-writereport' using function module-id "W" report-line
  *> The largest-files list is the report's spreadsheet table.
  move "RANK,SIZE,FILE,PARENT" to report-line
  call 'lib-writereport' using function module-id "T" report-line
  move 0 to candidates_found
  perform varying file_recs_idx from 1 by 1
      until file_recs_idx > file_recs_cnt
      delimited by size into report-line
    end-string
    call 'lib-writereport' using function module-id "W" report-line
    move spaces to report-line
    string function trim(disp-rank) "," function trim(disp-size) ","
      function trim(file_rec_name(file_recs_idx)) ","
      function trim(file_rec_parent(file_recs_idx))
      delimited by size into report-line
    end-string
    call 'lib-writereport' using function module-id "R" report-line
  end-perform
  .

    display function trim(report-line)
  end-perform
  .

*> Quota evaluation on every run: each directory on quota.mst is
*> found in this walk and held against its quota. Over quota or at
*> WARNPCT and above is listed with its owner and its growth since
*> the last run (quota.siz); an over-quota directory is a breach,
*> alerted to alerts.int (day 07b, severity QUOT, path in the
*> baseline column, share of quota and owner in got). A directory
*> on quota that the walk did not find is listed too.
evaluate_quotas.
  move "N" to qt_eof
  open input qtfile
  if qtfilestat not = "00"
    display "07b: no quota.mst on file -- directory quotas not"
        " evaluated."
    exit paragraph
  end-if
  perform until qt_eof = "Y"
    read qtfile at end move "Y" to qt_eof
      not at end
        if quota_cnt < 999 and qtfileline not = spaces
          add 1 to quota_cnt
          move qtfileline to quota_row(quota_cnt)
          move 0 to quota_prev(quota_cnt) quota_used(quota_cnt)
          move "N" to quota_prev_found(quota_cnt)
              quota_used_found(quota_cnt)
        end-if
    end-read
  end-perform
  close qtfile
  perform load_quota_sizes

  move spaces to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move warn_echo to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move warn_pct to disp-pct
  move spaces to report-line
  string "DIRECTORY QUOTAS (OVER QUOTA, OR AT "
    function trim(disp-pct) "% AND ABOVE)"
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  move "PATH                            OWNER           QUOTA          USED     PCT       GROWTH STATUS"
      to report-line
  call 'lib-writereport' using function module-id "W" report-line
  perform varying quota_idx from 1 by 1 until quota_idx > quota_cnt
    perform evaluate_one_quota
  end-perform

  move spaces to report-line
  move quota_cnt to disp-cnt
  string "QUOTAS: " function trim(disp-cnt) delimited by size
    into report-line
  end-string
  move function length(function trim(report-line)) to report-ptr
  add 1 to report-ptr
  move quota_over_cnt to disp-cnt
  string "  OVER: " function trim(disp-cnt) delimited by size
    into report-line with pointer report-ptr
  end-string
  move quota_warn_cnt to disp-cnt
  string "  WARNING: " function trim(disp-cnt) delimited by size
    into report-line with pointer report-ptr
  end-string
  move quota_gone_cnt to disp-cnt
  string "  NOT IN WALK: " function trim(disp-cnt) delimited by size
    into report-line with pointer report-ptr
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  display "07b: " quota_cnt " quota(s), " quota_over_cnt " over, "
      quota_warn_cnt " at warning."
  perform save_quota_sizes
  if quota_over_cnt > 0
    move 4 to quota_rc
  end-if
  .

load_quota_sizes.
  move "quota.siz" to env_basename
  call 'lib-runenv' using env_basename szfile_name env_name
  move "N" to qt_eof
  open input szfile
  if szfilestat not = "00"
    exit paragraph
  end-if
  perform until qt_eof = "Y"
    read szfile at end move "Y" to qt_eof
      not at end
        move szfileline to size_rec
        perform varying quota_idx from 1 by 1
            until quota_idx > quota_cnt
          if quota_path(quota_idx) = size_path
              and size_bytes is numeric
            move size_bytes to quota_prev(quota_idx)
            move "Y" to quota_prev_found(quota_idx)
          end-if
        end-perform
    end-read
  end-perform
  close szfile
  .

evaluate_one_quota.
  perform varying snap_curr_idx from 1 by 1
      until snap_curr_idx > snap_curr_cnt
          or quota_used_found(quota_idx) = "Y"
    if snap_curr_path(snap_curr_idx) = quota_path(quota_idx)
      move snap_curr_size(snap_curr_idx) to quota_used(quota_idx)
      move "Y" to quota_used_found(quota_idx)
    end-if
  end-perform
  move spaces to report-line
  move quota_path(quota_idx) to report-line(1:30)
  move quota_owner(quota_idx) to report-line(33:8)
  move quota_bytes(quota_idx) to disp-quota
  move disp-quota to report-line(42:12)
  if quota_used_found(quota_idx) = "N"
    add 1 to quota_gone_cnt
    move "NOT IN WALK" to report-line(90:11)
    call 'lib-writereport' using function module-id "W" report-line
    exit paragraph
  end-if
  if quota_bytes(quota_idx) = 0
    move 99999 to quota_pct
  else
    compute quota_pct =
        quota_used(quota_idx) * 100 / quota_bytes(quota_idx)
  end-if
  evaluate true
    when quota_used(quota_idx) > quota_bytes(quota_idx)
      move "*OVER QUOTA*" to quota_status
      add 1 to quota_over_cnt
    when quota_pct >= warn_pct
      move "WARNING" to quota_status
      add 1 to quota_warn_cnt
    when other
      exit paragraph
  end-evaluate
  move quota_used(quota_idx) to disp-quota
  move disp-quota to report-line(56:12)
  if quota_pct > 99999
    move 99999 to quota_pct
  end-if
  move quota_pct to disp-pct
  move disp-pct to report-line(70:5)
  move "%" to report-line(75:1)
  if quota_prev_found(quota_idx) = "Y"
    compute quota_growth =
        quota_used(quota_idx) - quota_prev(quota_idx)
    move quota_growth to disp-growth
    move disp-growth to report-line(77:12)
  else
    move "NEW" to report-line(86:3)
  end-if
  move quota_status to report-line(90:12)
  call 'lib-writereport' using function module-id "W" report-line
  if quota_status = "*OVER QUOTA*"
    perform write_quota_alert
  end-if
  .

write_quota_alert.
  move function current-date to curr_date_time
  move "07b" to alert_day
  move "QUOT" to alert_severity
  move quota_path(quota_idx) to alert_baseline
  move spaces to alert_got
  move quota_pct to disp-pct
  string "USED " function trim(disp-pct) "% "
    function trim(quota_owner(quota_idx))
    delimited by size into alert_got
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
    display "07b: *** " function trim(quota_path(quota_idx))
        " OVER QUOTA -- alert raised ***"
  else
    display "07b: ERROR appending alerts.int status " alfilestat
  end-if
  .

*> This run's sizes become the next run's growth baseline.
save_quota_sizes.
  open output szfile
  if szfilestat not = "00"
    display "07b: ERROR writing quota.siz status " szfilestat
    exit paragraph
  end-if
  perform varying quota_idx from 1 by 1 until quota_idx > quota_cnt
    if quota_used_found(quota_idx) = "Y"
      move quota_path(quota_idx) to size_path
      move quota_used(quota_idx) to size_bytes
      write szfileline from size_rec
    end-if
  end-perform
  close szfile
  .
