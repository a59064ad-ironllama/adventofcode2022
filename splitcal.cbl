*> one card to dr.ctl per machine (or per invocation) and run driver
*> as usual, then mergecal consolidates the newest split's results.
*> Control card (sp.ctl): STREAMS=<n>, default 2, max 9.
*> With the keyed copy run.idx (lib-keyidx) on file the ledger is
*> read backwards by key, stopping once every day has its latest.

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
      select ofile assign to out_filename
        organization is line sequential
        file status is ofilestat.
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

    fd ofile.
    01 ofileline pic x(20).

  working-storage section.
    01 hfilestat pic xx.
    01 hxfilestat pic xx.
    01 ofilestat pic xx.
    01 out_filename pic x(14).
    77 hist_eof pic x.
        03 all_name pic x(3).
        03 name_elapsed pic s9(8) comp.
        03 name_stream pic s9(4) comp.
        03 name_seen pic x.
    77 seen_cnt pic s9(4) comp value 0.
    77 scan_idx pic s9(4) comp.
    77 pick_idx pic s9(4) comp.
    77 pick_best pic s9(8) comp.
  perform varying name_idx from 1 by 1 until name_idx > all_name_cnt
    move 1 to name_elapsed(name_idx)
    move 0 to name_stream(name_idx)
    move "N" to name_seen(name_idx)
  end-perform
  move "N" to hist_eof
  open input hxfile
  if hxfilestat = "00"
    perform load_latest_by_key
    close hxfile
    exit paragraph
  end-if
  open input hfile
  if hfilestat not = "00"
    display "splitcal: no run.history -- splitting evenly by count."
  close hfile
  .

*> Newest run first: a day's first record met is its latest.
load_latest_by_key.
  move high-values to hx_key
  start hxfile key is less than hx_key
    invalid key move "Y" to hist_eof
  end-start
  perform until hist_eof = "Y" or seen_cnt >= all_name_cnt
    read hxfile previous record at end move "Y" to hist_eof
      not at end
        move hx_line to hist_line
        if hist_run is numeric and hist_elapsed is numeric
          perform varying name_idx from 1 by 1
              until name_idx > all_name_cnt
            if all_name(name_idx) = hist_day
                and name_seen(name_idx) = "N"
              compute name_elapsed(name_idx) =
                  function max(hist_elapsed, 1)
              move "Y" to name_seen(name_idx)
              add 1 to seen_cnt
            end-if
          end-perform
        end-if
    end-read
  end-perform
  .

assign_heaviest_day.
  *> Heaviest not-yet-assigned day.
  move 0 to pick_idx
