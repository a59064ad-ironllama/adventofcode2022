*> programs:
*>   - answers posted for the night with PASS/FAIL/NEW/RAW counts,
*>   - every baseline FAIL with both values,
*>   - every CHNG (the first run after the day program's own source
*>     changed) kept apart from the FAILs -- expected movement that
*>     wants a basemgr ACCEPT, not an investigation,
*>   - reject counts per day from the <dd>.edt edit reports,
*>   - stall alerts raised overnight,
*>   - inbound feeds feedwatch found late, with their senders,
*>   - every answer still on hold in quarantine (answers.hld), of
*>     any night -- held answers are not going downstream,
*>   - the preflight verdict and a final go/no-go disposition.
*> Control card (di.ctl): DATE=LAST (default, the newest posting
*> date on answers.int) or DATE=YYYYMMDD.
*>   CAMP=ccc  one camp's postings and alerts only; CAMP=ALL every
*>             camp's, with the posting counts of the camps side by
*>             side. The default is the camp in force (BATCHCAMP),
*>             else ALL.
*> The night's postings are read by the date key from the keyed copy
*> answers.idx (lib-keyidx) when it is on file, instead of the whole
*> interface file, at either answers.int layout (01 or 02).

environment division.
  input-output section.
      select afile assign to "answers.int"
        organization is line sequential
        file status is afilestat.
      select axfile assign to "answers.idx"
        organization is indexed
        access mode is dynamic
        record key is ax_key
        alternate record key is ax_date with duplicates
        file status is axfilestat.
      select alfile assign to "alerts.int"
        organization is line sequential
        file status is alfilestat.
      select gfile assign to "preflight.gng"
        organization is line sequential
        file status is gfilestat.
      select hfile assign to hfile_name
        organization is line sequential
        file status is hfilestat.

data division.
  file section.
    fd afile.
    01 afileline pic x(119).

    *> Same keyed layout lib-keyidx keeps.
    fd axfile.
    01 ax_rec.
      02 ax_key.
        03 ax_day pic x(2).
        03 ax_part pic x(1).
        03 ax_date pic x(8).
        03 ax_time pic x(6).
        03 ax_camp pic x(3).
      02 ax_line pic x(119).

    fd alfile.
    01 alfileline pic x(66).

    fd efile.
    01 efileline pic x(999).
    fd gfile.
    01 gfileline pic x(4).

    fd hfile.
    01 hfileline pic x(83).

  working-storage section.
    01 afilestat pic xx.
    01 axfilestat pic xx.
    01 alfilestat pic xx.
    01 efilestat pic xx.
    01 gfilestat pic xx.
    01 edt_filename pic x(40).
    77 edt_camp pic x(3).
    77 file_eof pic x.

    77 want_date pic x(8).
    77 post_rec pic x(119).
    77 pass_cnt pic s9(8) comp value 0.
    77 fail_cnt pic s9(8) comp value 0.
    77 new_cnt pic s9(8) comp value 0.
    77 raw_cnt pic s9(8) comp value 0.
    77 chng_cnt pic s9(8) comp value 0.
    77 posted_cnt pic s9(8) comp value 0.
    77 stall_cnt pic s9(8) comp value 0.
    77 late_feed_cnt pic s9(8) comp value 0.

    *> Quarantine: the latest state of every posting on answers.hld.
    01 hfilestat pic xx.
    01 hfile_name pic x(40).
    77 hold_basename pic x(30) value "answers.hld".
    01 hold_table.
      02 hold_cnt pic s9(4) comp value 0.
      02 hold_row occurs 0 to 999 times depending on hold_cnt
          indexed by hold_idx.
        03 hl_posting pic x(47).
        03 hl_state pic x(8).
    77 hold_found pic x.
    77 on_hold_cnt pic s9(8) comp value 0.
    77 hold_over_cnt pic s9(8) comp value 0.
    77 disp-hold-over pic z(7)9.
    77 reject_total pic s9(8) comp value 0.
    77 edt_reject_cnt pic s9(8) comp.
    77 preflight_verdict pic x(4) value spaces.
    77 disp-num2 pic z(6)9.
    77 disp-num3 pic z(6)9.
    77 disp-num4 pic z(6)9.
    77 disp-num5 pic z(6)9.
    77 report-line pic x(999).

    *> Camp selection, and the posting counts per camp for the side
    *> by side summary.
    77 want_camp pic x(3).
    77 env_camp pic x(3).
    01 camp_list.
      02 camp_cnt pic s9(4) comp value 0.
      02 camp_row occurs 0 to 20 times depending on camp_cnt
          indexed by camp_idx.
        03 camp_code pic x(3).
        03 camp_posted pic s9(8) comp.
        03 camp_pass pic s9(8) comp.
        03 camp_fail pic s9(8) comp.
        03 camp_new pic s9(8) comp.
        03 camp_raw pic s9(8) comp.
        03 camp_chng pic s9(8) comp.
    77 camp_found pic x.
    77 col_ptr pic s9(4) comp.

    *> For lib-readdata + lib-parsectl.
    01 ctl_all_lines.
      02 ctl_line_cnt pic s9(8) comp value 0.
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  move parm_value(1:8) to want_date
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
  if want_date = "LAST"
    perform find_newest_date
  end-if
  string "MORNING DIGEST -- NIGHT OF " want_date
    delimited by size into report-line
  end-string
  if want_camp not = "ALL"
    string "MORNING DIGEST -- NIGHT OF " want_date " -- CAMP "
      want_camp
      delimited by size into report-line
    end-string
  end-if
  call 'lib-writereport' using function module-id "W" report-line

  perform count_postings
  perform show_posting_summary
  if want_camp = "ALL" and camp_cnt > 1
    perform show_camps_side_by_side
  end-if
  perform show_baseline_fails
  perform show_code_changes
  perform show_reject_counts
  perform show_stall_alerts
  perform show_late_feeds
  perform show_answers_on_hold
  perform show_disposition

  call 'lib-writereport' using function module-id "C" report-line
find_newest_date.
  move spaces to want_date
  move "N" to file_eof
  open input axfile
  if axfilestat = "00"
    *> Backwards down the date key to the camp's newest posting.
    move high-values to ax_date
    start axfile key is less than ax_date
      invalid key move "Y" to file_eof
    end-start
    perform until file_eof = "Y"
      read axfile previous record at end move "Y" to file_eof
        not at end
          if want_camp = "ALL" or ax_camp = want_camp
            move ax_date to want_date
            move "Y" to file_eof
          end-if
      end-read
    end-perform
    close axfile
    exit paragraph
  end-if
  open input afile
  if afilestat not = "00"
    exit paragraph
        if afileline(1:4) not = "HDR "
            and afileline(1:4) not = "TRL "
            and afileline(29:8) > want_date
            and (want_camp = "ALL" or afileline(45:3) = want_camp)
          move afileline(29:8) to want_date
        end-if
    end-read

count_postings.
  move "N" to file_eof
  open input axfile
  if axfilestat = "00"
    move want_date to ax_date
    start axfile key is equal to ax_date
      invalid key move "Y" to file_eof
    end-start
    perform until file_eof = "Y"
      read axfile next record at end move "Y" to file_eof
        not at end
          if ax_date not = want_date
            move "Y" to file_eof
          else
            if want_camp = "ALL" or ax_camp = want_camp
              move ax_line to post_rec
              perform count_one_posting
            end-if
          end-if
      end-read
    end-perform
    close axfile
    exit paragraph
  end-if
  open input afile
  if afilestat not = "00"
    exit paragraph
        if afileline(1:4) not = "HDR "
            and afileline(1:4) not = "TRL "
            and afileline(29:8) = want_date
            and (want_camp = "ALL" or afileline(45:3) = want_camp)
          move afileline to post_rec
          perform count_one_posting
        end-if
    end-read
  end-perform
  close afile
  .

count_one_posting.
  add 1 to posted_cnt
  evaluate post_rec(24:4)
    when "PASS" add 1 to pass_cnt
    when "FAIL" add 1 to fail_cnt
    when "NEW " add 1 to new_cnt
    when "RAW " add 1 to raw_cnt
    when "CHNG" add 1 to chng_cnt
  end-evaluate
  perform tally_camp
  .

show_posting_summary.
  move posted_cnt to disp-num
  move spaces to report-line
  move fail_cnt to disp-num2
  move new_cnt to disp-num3
  move raw_cnt to disp-num4
  move chng_cnt to disp-num5
  move spaces to report-line
  string "  PASS " function trim(disp-num)
    "  FAIL " function trim(disp-num2)
    "  NEW " function trim(disp-num3)
    "  RAW " function trim(disp-num4)
    "  CHNG " function trim(disp-num5)
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
      not at end
        if alfileline(48:8) = want_date
            and alfileline(5:4) = "FAIL"
            and (want_camp = "ALL" or alfileline(64:3) = want_camp)
          move spaces to report-line
          string "  " alfileline(1:3)
            " BASELINE [" function trim(alfileline(10:18))
  end-if
  .

*> Answers judged under changed code: the CHNG alerts, kept apart
*> from the FAILs so an expected move is not chased as a regression.
show_code_changes.
  move "--- CODE CHANGED (EXPECTED) ---" to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move "N" to file_eof
  open input alfile
  if alfilestat not = "00"
    move "  (NO ALERT FILE)" to report-line
    call 'lib-writereport' using function module-id "W" report-line
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read alfile at end move "Y" to file_eof
      not at end
        if alfileline(48:8) = want_date
            and alfileline(5:4) = "CHNG"
            and (want_camp = "ALL" or alfileline(64:3) = want_camp)
          move spaces to report-line
          if alfileline(10:18) = alfileline(29:18)
            string "  " alfileline(1:3)
              " SOURCE CHANGED, ANSWER HELD ["
              function trim(alfileline(29:18)) "]"
              delimited by size into report-line
            end-string
          else
            string "  " alfileline(1:3)
              " SOURCE CHANGED, BASELINE ["
              function trim(alfileline(10:18)) "] GOT ["
              function trim(alfileline(29:18)) "] -- ACCEPT IN basemgr"
              delimited by size into report-line
            end-string
          end-if
          call 'lib-writereport' using function module-id "W"
              report-line
          display function trim(report-line)
        end-if
    end-read
  end-perform
  close alfile
  if chng_cnt = 0
    move "  NONE" to report-line
    call 'lib-writereport' using function module-id "W" report-line
  end-if
  .

*> The trailer lib-editinput leaves in each day's edit report.
show_reject_counts.
  move "--- INPUT REJECTS ---" to report-line
    move spaces to edt_filename
    string dd_disp ".edt" delimited by size into edt_filename
    end-string
    call 'lib-campfile' using edt_filename edt_camp
    perform read_edt_trailer
    if edt_reject_cnt > 0
      add edt_reject_cnt to reject_total
      not at end
        if alfileline(48:8) = want_date
            and alfileline(5:4) = "STAL"
            and (want_camp = "ALL" or alfileline(64:3) = want_camp)
          add 1 to stall_cnt
          move spaces to report-line
          string "  " alfileline(1:62)
  end-if
  .

*> The LATE alerts feedwatch raised: file and sender.
show_late_feeds.
  move "--- LATE FEEDS ---" to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move "N" to file_eof
  open input alfile
  if alfilestat not = "00"
    move "  NONE" to report-line
    call 'lib-writereport' using function module-id "W" report-line
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read alfile at end move "Y" to file_eof
      not at end
        if alfileline(48:8) = want_date
            and alfileline(5:4) = "LATE"
            and (want_camp = "ALL" or alfileline(64:3) = want_camp)
          add 1 to late_feed_cnt
          move spaces to report-line
          string "  " function trim(alfileline(10:18))
            " FROM " function trim(alfileline(29:18))
            " STILL MISSING AT " alfileline(57:2) ":" alfileline(59:2)
            delimited by size into report-line
          end-string
          call 'lib-writereport' using function module-id "W"
              report-line
          display function trim(report-line)
        end-if
    end-read
  end-perform
  close alfile
  if late_feed_cnt = 0
    move "  NONE" to report-line
    call 'lib-writereport' using function module-id "W" report-line
  end-if
  .

show_answers_on_hold.
  move "--- ANSWERS ON HOLD ---" to report-line
  call 'lib-writereport' using function module-id "W" report-line
  *> Production's quarantine, like the postings read above.
  move hold_basename to hfile_name
  move "N" to file_eof
  open input hfile
  if hfilestat = "00"
    perform until file_eof = "Y"
      read hfile at end move "Y" to file_eof
        not at end
          move "N" to hold_found
          perform varying hold_idx from 1 by 1
              until hold_idx > hold_cnt or hold_found = "Y"
            if hl_posting(hold_idx) = hfileline(1:47)
              move "Y" to hold_found
            end-if
          end-perform
          if hold_found = "Y"
            subtract 1 from hold_idx
          else
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
  end-if
  perform varying hold_idx from 1 by 1 until hold_idx > hold_cnt
    if hl_state(hold_idx) = "HELD"
        and (want_camp = "ALL"
             or hl_posting(hold_idx)(45:3) = want_camp)
      add 1 to on_hold_cnt
      move spaces to report-line
      string "  " hl_posting(hold_idx)(1:3) " ["
        function trim(hl_posting(hold_idx)(5:18)) "] "
        hl_posting(hold_idx)(24:4) " POSTED "
        hl_posting(hold_idx)(29:8) " -- RELEASE OR REJECT IN holdmgr"
        delimited by size into report-line
      end-string
      call 'lib-writereport' using function module-id "W" report-line
      display function trim(report-line)
    end-if
  end-perform
  *> Postings past the table cannot be shown: say so, and count it
  *> against the night, rather than list a short quarantine.
  if hold_over_cnt > 0
    add 1 to on_hold_cnt
    move hold_over_cnt to disp-hold-over
    move spaces to report-line
    string "  *** answers.hld PAST THE HOLD TABLE (999) -- "
      function trim(disp-hold-over)
      " RECORD(S) NOT READ; THIS LIST IS INCOMPLETE. COMPACT IT"
      " WITH holdmgr ***" delimited by size into report-line
    end-string
    call 'lib-writereport' using function module-id "W" report-line
    display function trim(report-line)
  end-if
  if on_hold_cnt = 0
    move "  NONE" to report-line
    call 'lib-writereport' using function module-id "W" report-line
  end-if
  .

show_disposition.
  open input gfile
  if gfilestat = "00"
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  move spaces to report-line
  if fail_cnt = 0 and stall_cnt = 0 and late_feed_cnt = 0
      and on_hold_cnt = 0
      and preflight_verdict not = "NOGO"
    move "DISPOSITION: GO -- CLEAN NIGHT" to report-line
  else
  call 'lib-writereport' using function module-id "W" report-line
  display function trim(report-line)
  .

tally_camp.
  move "N" to camp_found
  perform varying camp_idx from 1 by 1
      until camp_idx > camp_cnt or camp_found = "Y"
    if camp_code(camp_idx) = post_rec(45:3)
      move "Y" to camp_found
    end-if
  end-perform
  if camp_found = "Y"
    subtract 1 from camp_idx
  else
    if camp_cnt >= 20
      exit paragraph
    end-if
    add 1 to camp_cnt
    move camp_cnt to camp_idx
    move post_rec(45:3) to camp_code(camp_idx)
    move 0 to camp_posted(camp_idx) camp_pass(camp_idx)
        camp_fail(camp_idx) camp_new(camp_idx) camp_raw(camp_idx)
        camp_chng(camp_idx)
  end-if
  add 1 to camp_posted(camp_idx)
  evaluate post_rec(24:4)
    when "PASS" add 1 to camp_pass(camp_idx)
    when "FAIL" add 1 to camp_fail(camp_idx)
    when "NEW " add 1 to camp_new(camp_idx)
    when "RAW " add 1 to camp_raw(camp_idx)
    when "CHNG" add 1 to camp_chng(camp_idx)
  end-evaluate
  .

*> The night's postings with one column per camp.
show_camps_side_by_side.
  move "--- POSTINGS BY CAMP ---" to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move spaces to report-line
  move 10 to col_ptr
  perform varying camp_idx from 1 by 1 until camp_idx > camp_cnt
    if camp_code(camp_idx) = spaces
      move "(NONE)" to report-line(col_ptr + 2:6)
    else
      move camp_code(camp_idx) to report-line(col_ptr + 5:3)
    end-if
    add 10 to col_ptr
  end-perform
  call 'lib-writereport' using function module-id "W" report-line
  display function trim(report-line trailing)
  move spaces to report-line
  move "  POSTED" to report-line(1:8)
  move 10 to col_ptr
  perform varying camp_idx from 1 by 1 until camp_idx > camp_cnt
    move camp_posted(camp_idx) to disp-num
    move disp-num to report-line(col_ptr + 1:7)
    add 10 to col_ptr
  end-perform
  perform write_camp_row
  move "  PASS" to report-line(1:8)
  move 10 to col_ptr
  perform varying camp_idx from 1 by 1 until camp_idx > camp_cnt
    move camp_pass(camp_idx) to disp-num
    move disp-num to report-line(col_ptr + 1:7)
    add 10 to col_ptr
  end-perform
  perform write_camp_row
  move "  FAIL" to report-line(1:8)
  move 10 to col_ptr
  perform varying camp_idx from 1 by 1 until camp_idx > camp_cnt
    move camp_fail(camp_idx) to disp-num
    move disp-num to report-line(col_ptr + 1:7)
    add 10 to col_ptr
  end-perform
  perform write_camp_row
  move "  NEW" to report-line(1:8)
  move 10 to col_ptr
  perform varying camp_idx from 1 by 1 until camp_idx > camp_cnt
    move camp_new(camp_idx) to disp-num
    move disp-num to report-line(col_ptr + 1:7)
    add 10 to col_ptr
  end-perform
  perform write_camp_row
  move "  RAW" to report-line(1:8)
  move 10 to col_ptr
  perform varying camp_idx from 1 by 1 until camp_idx > camp_cnt
    move camp_raw(camp_idx) to disp-num
    move disp-num to report-line(col_ptr + 1:7)
    add 10 to col_ptr
  end-perform
  perform write_camp_row
  move "  CHNG" to report-line(1:8)
  move 10 to col_ptr
  perform varying camp_idx from 1 by 1 until camp_idx > camp_cnt
    move camp_chng(camp_idx) to disp-num
    move disp-num to report-line(col_ptr + 1:7)
    add 10 to col_ptr
  end-perform
  perform write_camp_row
  .

write_camp_row.
  call 'lib-writereport' using function module-id "W" report-line
  display function trim(report-line trailing)
  move spaces to report-line
  .
