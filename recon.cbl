*>   - step-ledger days missing from both.
*> Control card (re.ctl): RUN=nnnnnn, default the newest run on the
*> history ledger.
*> A run over several camps is matched day by day within each camp:
*> the camp code each of the three records carries is part of the key.
*> The run's history records and its dates' postings are read by key
*> from the keyed copies run.idx and answers.idx (lib-keyidx); with
*> no keyed copy on file the ledgers are read front to back.
*> Postings are read at either answers.int layout, 01 or 02; the
*> answer matched is the 18-byte one, as the history ledger keeps.
*> A layout-02 posting (type N or T at column 49) also carries its
*> answer in full; the report prints it beside the day, and an
*> ANSWER DIFFERS line shows the posting's full answer, so a text or
*> multi-value answer longer than 18 can be read whole.

environment division.
  input-output section.
      select afile assign to "answers.int"
        organization is line sequential
        file status is afilestat.
      select hxfile assign to "run.idx"
        organization is indexed
        access mode is dynamic
        record key is hx_key
        alternate record key is hx_date with duplicates
        file status is hxfilestat.
      select axfile assign to "answers.idx"
        organization is indexed
        access mode is dynamic
        record key is ax_key
        alternate record key is ax_date with duplicates
        file status is axfilestat.
      select sfile assign to "driver.stp"
        organization is line sequential
        file status is sfilestat.
    01 hfileline pic x(71).

    fd afile.
    01 afileline pic x(119).

    fd sfile.
    01 sfileline pic x(14).

    *> Same keyed layouts lib-keyidx keeps.
    fd hxfile.
    01 hx_rec.
      02 hx_key.
        03 hx_run pic x(6).
        03 hx_day pic x(3).
        03 hx_camp pic x(3).
        03 hx_date pic x(8).
        03 hx_time pic x(6).
      02 hx_line pic x(71).

    fd axfile.
    01 ax_rec.
      02 ax_key.
        03 ax_day pic x(2).
        03 ax_part pic x(1).
        03 ax_date pic x(8).
        03 ax_time pic x(6).
        03 ax_camp pic x(3).
      02 ax_line pic x(119).

  working-storage section.
    01 hfilestat pic xx.
    01 afilestat pic xx.
    01 sfilestat pic xx.
    01 hxfilestat pic xx.
    01 axfilestat pic xx.
    77 file_eof pic x.

    *> The history record or posting in hand, from either source.
    77 hist_rec pic x(71).
    77 post_rec pic x(119).

    77 want_run pic 9(6) value 0.

    *> One row per day seen in any of the three sources for the run.
    01 recon_table.
      02 recon_cnt pic s9(4) comp value 0.
      02 recon_row occurs 0 to 999 times depending on recon_cnt
          indexed by recon_idx.
        03 recon_day pic x(3).
        03 recon_camp pic x(3).
        03 recon_in_hist pic x.
        03 recon_hist_answer pic x(18).
        03 recon_hist_status pic x(13).
        03 recon_in_post pic x.
        03 recon_post_answer pic x(18).
        03 recon_post_full pic x(60).
        03 recon_in_step pic x.
    77 recon_found pic x.
    77 lookup_day pic x(3).
    77 lookup_camp pic x(3).

    *> The run's dates on the history ledger scope the answers.int
    *> match (a run can span midnight, so up to two).
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  move "DAY  CAMP HIST POST STEP  VERDICT" to report-line
  call 'lib-writereport' using function module-id "H" report-line

  perform varying recon_idx from 1 by 1 until recon_idx > recon_cnt
  goback.

find_newest_run.
  open input hxfile
  if hxfilestat = "00"
    move high-values to hx_key
    start hxfile key is less than hx_key
      invalid key move "10" to hxfilestat
    end-start
    if hxfilestat = "00"
      read hxfile previous record
        at end continue
        not at end
          if hx_run is numeric
            move hx_run to want_run
          end-if
      end-read
    end-if
    close hxfile
    exit paragraph
  end-if
  move "N" to file_eof
  open input hfile
  if hfilestat not = "00"
  perform varying recon_idx from 1 by 1
      until recon_idx > recon_cnt or recon_found = "Y"
    if recon_day(recon_idx) = lookup_day
        and recon_camp(recon_idx) = lookup_camp
      move "Y" to recon_found
    end-if
  end-perform
    add 1 to recon_cnt
    move recon_cnt to recon_idx
    move lookup_day to recon_day(recon_idx)
    move lookup_camp to recon_camp(recon_idx)
    move "N" to recon_in_hist(recon_idx)
    move "N" to recon_in_post(recon_idx)
    move "N" to recon_in_step(recon_idx)
    move spaces to recon_hist_answer(recon_idx)
    move spaces to recon_post_answer(recon_idx)
    move spaces to recon_post_full(recon_idx)
    move spaces to recon_hist_status(recon_idx)
  end-if
  .

scan_history.
  move "N" to file_eof
  open input hxfile
  if hxfilestat = "00"
    *> The run's records sit together at the front of its key.
    move low-values to hx_key
    move want_run to hx_run
    start hxfile key is not less than hx_key
      invalid key move "Y" to file_eof
    end-start
    perform until file_eof = "Y"
      read hxfile next record at end move "Y" to file_eof
        not at end
          if hx_run not = want_run
            move "Y" to file_eof
          else
            move hx_line to hist_rec
            perform note_history_record
          end-if
      end-read
    end-perform
    close hxfile
    exit paragraph
  end-if
  open input hfile
  if hfilestat not = "00"
    exit paragraph
      not at end
        if hfileline(1:6) is numeric
            and hfileline(1:6) = want_run
          move hfileline to hist_rec
          perform note_history_record
        end-if
    end-read
  end-perform
  close hfile
  .

note_history_record.
  move hist_rec(24:3) to lookup_day
  move hist_rec(69:3) to lookup_camp
  perform find_recon_row
  move "Y" to recon_in_hist(recon_idx)
  move hist_rec(28:18) to recon_hist_answer(recon_idx)
  move hist_rec(55:13) to recon_hist_status(recon_idx)
  perform note_run_date
  .

note_run_date.
  move "N" to date_found
  perform varying run_date_idx from 1 by 1
      until run_date_idx > run_date_cnt or date_found = "Y"
    if run_date(run_date_idx) = hist_rec(8:8)
      move "Y" to date_found
    end-if
  end-perform
  if date_found = "N" and run_date_cnt < 9
    add 1 to run_date_cnt
    move hist_rec(8:8) to run_date(run_date_cnt)
  end-if
  .

*> Postings dated on any of the run's dates belong to the run; the
*> last posting wins when a day posted more than once that night.
scan_postings.
  open input axfile
  if axfilestat = "00"
    perform varying run_date_idx from 1 by 1
        until run_date_idx > run_date_cnt
      perform scan_postings_by_date
    end-perform
    close axfile
    exit paragraph
  end-if
  move "N" to file_eof
  open input afile
  if afilestat not = "00"
          end-if
        end-perform
        if date_found = "Y"
          move afileline to post_rec
          perform note_posting
        end-if
    end-read
  end-perform
  close afile
  .

*> One run date's postings, by the date key in the order posted.
scan_postings_by_date.
  move "N" to file_eof
  move run_date(run_date_idx) to ax_date
  start axfile key is equal to ax_date
    invalid key move "Y" to file_eof
  end-start
  perform until file_eof = "Y"
    read axfile next record at end move "Y" to file_eof
      not at end
        if ax_date not = run_date(run_date_idx)
          move "Y" to file_eof
        else
          move ax_line to post_rec
          perform note_posting
        end-if
    end-read
  end-perform
  .

note_posting.
  move post_rec(1:3) to lookup_day
  move post_rec(45:3) to lookup_camp
  perform find_recon_row
  move "Y" to recon_in_post(recon_idx)
  move post_rec(5:18) to recon_post_answer(recon_idx)
  if post_rec(49:1) = "N" or post_rec(49:1) = "T"
    move post_rec(60:60) to recon_post_full(recon_idx)
  else
    move spaces to recon_post_full(recon_idx)
  end-if
  .

scan_step_ledger.
  move "N" to file_eof
  open input sfile
            and sfileline(1:6) = want_run
            and sfileline(8:3) not = "END"
          move sfileline(8:3) to lookup_day
          move sfileline(12:3) to lookup_camp
          perform find_recon_row
          move "Y" to recon_in_step(recon_idx)
        end-if
  move "N" to day_ok
  move spaces to report-line
  string recon_day(recon_idx) "  "
    recon_camp(recon_idx) "  "
    recon_in_hist(recon_idx) "    "
    recon_in_post(recon_idx) "    "
    recon_in_step(recon_idx) "     "
        function trim(recon_post_answer(recon_idx)) "]"
        delimited by size into report-line
      end-string
      perform report_full_answer
    when other
      move "Y" to day_ok
      string function trim(report-line) " OK"
        delimited by size into report-line
      end-string
      perform report_full_answer
  end-evaluate
  call 'lib-writereport' using function module-id "W" report-line
  if day_ok = "N"
    display function trim(report-line)
  end-if
  .

*> A layout-02 posting's answer in full, after the day's verdict.
report_full_answer.
  if recon_post_full(recon_idx) not = spaces
    string function trim(report-line) " FULL ["
      function trim(recon_post_full(recon_idx)) "]"
      delimited by size into report-line
    end-string
  end-if
  .
