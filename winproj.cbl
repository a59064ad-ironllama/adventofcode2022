*>   RUNS=n           how many runs forward to project (default 30)
*>   day labels       one per line, to project a subset calendar;
*>                    none means every day on the ledger
*> With the keyed copy run.idx (lib-keyidx) on file the samples are
*> read from it in run order.

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

data division.
  file section.
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

  working-storage section.
    01 hfilestat pic xx.
    01 hxfilestat pic xx.
    77 hist_rec pic x(71).
    77 hist_eof pic x.

    *> Per-day trend row: the last ten elapsed samples, oldest first.

scan_ledger.
  move "N" to hist_eof
  open input hxfile
  if hxfilestat = "00"
    perform until hist_eof = "Y"
      read hxfile next record at end move "Y" to hist_eof
        not at end
          move hx_line to hist_rec
          perform note_sample
      end-read
    end-perform
    close hxfile
    exit paragraph
  end-if
  open input hfile
  if hfilestat not = "00"
    exit paragraph
  perform until hist_eof = "Y"
    read hfile at end move "Y" to hist_eof
      not at end
        move hfileline to hist_rec
        perform note_sample
    end-read
  end-perform
  close hfile
  .

note_sample.
  if hist_rec(1:6) is numeric
    if hist_rec(1:6) > newest_run
      move hist_rec(1:6) to newest_run
    end-if
    perform tally_sample
  end-if
  .

tally_sample.
  move "N" to trend_found
  perform varying trend_idx from 1 by 1
      until trend_idx > trend_cnt or trend_found = "Y"
    if trend_day(trend_idx) = hist_rec(24:3)
      move "Y" to trend_found
    end-if
  end-perform
    end-if
    add 1 to trend_cnt
    move trend_cnt to trend_idx
    move hist_rec(24:3) to trend_day(trend_idx)
    move 0 to trend_sample_cnt(trend_idx)
    move "Y" to trend_wanted(trend_idx)
  end-if
    move 9 to trend_sample_cnt(trend_idx)
  end-if
  add 1 to trend_sample_cnt(trend_idx)
  move hist_rec(1:6)
      to trend_sample_run(trend_idx, trend_sample_cnt(trend_idx))
  move hist_rec(47:7)
      to trend_sample_elapsed(trend_idx, trend_sample_cnt(trend_idx))
  .

