           >>source format free
identification division.
program-id. lib-keyidx.
author. alexoh@wcoding.
*> Keyed copies of the two ledgers the inquiries search most. The
*> inquiry programs read run.history and answers.int front to back
*> to find one run or one date, and that read grew every night until
*> histclose trimmed the ledger. Each record is now also kept on an
*> indexed copy, so an inquiry reads straight to the run or date:
*>   run.idx      key run(6) day(3) camp(3) date(8) time(6), then the
*>                ledger line as driver writes it (71 bytes);
*>                alternate key the date, with duplicates
*>   answers.idx  key day(2) part(1) date(8) time(6) camp(3), then
*>                the posting as lib-postanswer writes it (119 bytes
*>                at layout 02; a layout-01 posting is blank after
*>                the camp);
*>                alternate key the date, with duplicates
*> A rerun keeps its run number and a day can post twice in a night,
*> so the camp and the date and time complete each key.
*> The line-sequential ledgers stay the record of the batch: driver
*> and lib-postanswer append to them, lib-intctl seals answers.int,
*> histclose trims run.history, and sortjob, answext and the other
*> extracts read them as before. keyload builds the keyed copies
*> from the ledgers (once, and again after a restore) and unloads
*> them back to line sequential. Until keyload has built a keyed
*> copy there is none on file, and a call for it does nothing.
*>   ln-action  in  "ADD " write the record (replacing one with the
*>                  same key), "DEL " remove it
*>   ln-ledger  in  "HISTORY " or "ANSWERS "
*>   ln-record  in  the record as on the ledger; the seal's HDR and
*>                  TRL lines are not kept
*> Under BATCHENV=TEST the TEST copies are kept (lib-runenv).

environment division.
  input-output section.
    file-control.
      select hxfile assign to hx_filename
        organization is indexed
        access mode is dynamic
        record key is hx_key
        alternate record key is hx_date with duplicates
        file status is hxfilestat.
      select axfile assign to ax_filename
        organization is indexed
        access mode is dynamic
        record key is ax_key
        alternate record key is ax_date with duplicates
        file status is axfilestat.

data division.
  file section.
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
    01 hxfilestat pic xx.
    01 axfilestat pic xx.
    01 hx_filename pic x(40).
    01 ax_filename pic x(40).
    77 hx_basename pic x(30) value "run.idx".
    77 ax_basename pic x(30) value "answers.idx".
    77 env_name pic x(4).

  linkage section.
    01 ln-action pic x(4).
    01 ln-ledger pic x(8).
    01 ln-record pic x(119).

procedure division using ln-action ln-ledger ln-record.
  evaluate ln-ledger
    when "HISTORY "
      perform keep_history
    when "ANSWERS "
      perform keep_answer
    when other
      display "lib-keyidx: unknown ledger " ln-ledger
  end-evaluate
  goback.

keep_history.
  if ln-record(1:6) is not numeric
    exit paragraph
  end-if
  call 'lib-runenv' using hx_basename hx_filename env_name
  open i-o hxfile
  if hxfilestat = "35"
    exit paragraph
  end-if
  if hxfilestat not = "00"
    display "lib-keyidx: ERROR opening " function trim(hx_filename)
        " status " hxfilestat
    exit paragraph
  end-if
  move ln-record(1:6) to hx_run
  move ln-record(24:3) to hx_day
  move ln-record(69:3) to hx_camp
  move ln-record(8:8) to hx_date
  move ln-record(17:6) to hx_time
  move ln-record(1:71) to hx_line
  if ln-action = "DEL "
    delete hxfile record
      invalid key continue
    end-delete
  else
    write hx_rec
      invalid key
        rewrite hx_rec
          invalid key
            display "lib-keyidx: ERROR writing "
                function trim(hx_filename) " status " hxfilestat
        end-rewrite
    end-write
  end-if
  close hxfile
  .

keep_answer.
  if ln-record(1:4) = "HDR " or ln-record(1:4) = "TRL "
    exit paragraph
  end-if
  call 'lib-runenv' using ax_basename ax_filename env_name
  open i-o axfile
  if axfilestat = "35"
    exit paragraph
  end-if
  if axfilestat not = "00"
    display "lib-keyidx: ERROR opening " function trim(ax_filename)
        " status " axfilestat
    exit paragraph
  end-if
  move ln-record(1:2) to ax_day
  move ln-record(3:1) to ax_part
  move ln-record(29:8) to ax_date
  move ln-record(38:6) to ax_time
  move ln-record(45:3) to ax_camp
  move ln-record to ax_line
  if ln-action = "DEL "
    delete axfile record
      invalid key continue
    end-delete
  else
    write ax_rec
      invalid key
        rewrite ax_rec
          invalid key
            display "lib-keyidx: ERROR writing "
                function trim(ax_filename) " status " axfilestat
        end-rewrite
    end-write
  end-if
  close axfile
  .
