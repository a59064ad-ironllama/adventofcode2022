           >>source format free
identification division.
program-id. lib-lineage.
author. alexoh@wcoding.
*> Answer lineage. When a day's answer moves between runs the
*> question is always the same -- did the input change, the card, the
*> manifest override, or the baseline it was judged against? -- and
*> the answer used to be dug out of input.fpr, input.manifest, the
*> .ctl card and baseline.log by hand. driver calls this once per day
*> it runs, right after the posting, and the evidence is frozen on
*> answer.lin as it stood at that moment. lineage compares two runs.
*> Record layout (answer.lin, 126 bytes, single spaces between):
*>   run 9(6), day x(3), answer x(18),
*>   input record count 9(8), input content hash 9(18) (the same
*>     rolling total preflight stamps on input.fpr),
*>   manifest suffix x(4) in effect (".dat" when no override),
*>   control card hash 9(18) (zero when the day has no card),
*>   baseline generation 9(4) (baseline.log entries for the day --
*>     every ACCEPT/ROLLBACK moves it on), baseline value x(18),
*>   date x(8), time x(6), camp x(3).
*> A TEST run's lineage, and the baseline and baseline.log it reads,
*> are the copies under test/ (lib-runenv).
*> Under a camp (BATCHCAMP) the input, card and baseline are the
*> camp's own copies, as the day read them (lib-campfile), the
*> baseline generation counts only the camp's baseline.log entries,
*> and the record carries the camp code.

environment division.
  input-output section.
    file-control.
      select linfile assign to linfile_name
        organization is line sequential
        file status is linfilestat.
      select ifile assign to in_filename
        organization is line sequential
        file status is ifilestat.
      select mfile assign to "input.manifest"
        organization is line sequential
        file status is mfilestat.
      select bfile assign to bas_filename
        organization is line sequential
        file status is bfilestat.
      select lfile assign to lfile_name
        organization is line sequential
        file status is lfilestat.

data division.
  file section.
    fd linfile.
    01 linfileline pic x(126).

    fd ifile.
    01 ifileline pic x(9999).

    fd mfile.
    01 mfileline pic x(20).

    fd bfile.
    01 bfileline pic x(18).

    fd lfile.
    01 lfileline pic x(90).

  working-storage section.
    01 linfilestat pic xx.
    01 in_filename pic x(40).
    01 ifilestat pic xx.
    01 mfilestat pic xx.
    01 bas_filename pic x(40).
    01 linfile_name pic x(40).
    01 lfile_name pic x(40).
    01 bfilestat pic xx.
    01 lfilestat pic xx.
    77 file_eof pic x.
    77 manifest_found pic x.

    01 lineage_line.
      02 lin_run pic 9(6).
      02 filler pic x value space.
      02 lin_day pic x(3).
      02 filler pic x value space.
      02 lin_answer pic x(18).
      02 filler pic x value space.
      02 lin_reccnt pic 9(8).
      02 filler pic x value space.
      02 lin_inhash pic 9(18).
      02 filler pic x value space.
      02 lin_manifest pic x(4).
      02 filler pic x value space.
      02 lin_cardhash pic 9(18).
      02 filler pic x value space.
      02 lin_basegen pic 9(4).
      02 filler pic x value space.
      02 lin_baseline pic x(18).
      02 filler pic x value space.
      02 lin_date pic x(8).
      02 filler pic x value space.
      02 lin_time pic x(6).
      02 filler pic x value space.
      02 lin_camp pic x(3).

    77 hash_work pic 9(18) comp.
    77 hash_len pic s9(8) comp.
    77 hash_idx pic s9(8) comp.
    77 curr_date_time pic x(21).

    *> For lib-readdata -- the day's control card, as the day sees it.
    01 ctl_all_lines.
      02 ctl_line_cnt pic s9(8) comp value 0.
      02 ctl_line_row pic x(9999) occurs 0 to 99 times
          depending on ctl_line_cnt indexed by ctl_line_idx.
    77 card_name pic x(10).
    77 card_suffix pic x(4) value ".ctl".

    *> For lib-runenv -- the environment's copy of each file.
    77 env_basename pic x(30).
    77 env_name pic x(4).

    *> For lib-campfile -- the camp's copy of the day's files.
    77 camp_code pic x(3).

  linkage section.
    01 ln-run pic 9(6).
    01 ln-day pic x(3).
    01 ln-answer pic x(18).

procedure division using ln-run ln-day ln-answer.
  move spaces to lineage_line
  move ln-run to lin_run
  move ln-day to lin_day
  move ln-answer to lin_answer
  perform resolve_manifest
  perform fingerprint_input
  perform hash_control_card
  perform read_baseline
  move function current-date to curr_date_time
  move curr_date_time(1:8) to lin_date
  move curr_date_time(9:6) to lin_time

  move "answer.lin" to env_basename
  call 'lib-runenv' using env_basename linfile_name env_name
  open extend linfile
  if linfilestat = "35" or linfilestat = "05"
    open output linfile
    if linfilestat = "00"
      move "HDR 01" to linfileline
      write linfileline
    end-if
  end-if
  if linfilestat = "00"
    write linfileline from lineage_line
    close linfile
  else
    display "lib-lineage: ERROR appending answer.lin status "
        linfilestat
  end-if
  goback.

*> Same convention as lib-readfile/lib-readdata and preflight.
resolve_manifest.
  move ".dat" to lin_manifest
  move "N" to manifest_found
  move "N" to file_eof
  open input mfile
  if mfilestat = "00"
    perform until file_eof = "Y" or manifest_found = "Y"
      read mfile at end move "Y" to file_eof
        not at end
          if mfileline(1:2) = ln-day(1:2)
            move mfileline(4:4) to lin_manifest
            move "Y" to manifest_found
          end-if
      end-read
    end-perform
    close mfile
  end-if
  .

*> Record count plus preflight's rolling content total, so a lineage
*> hash can be held up against input.fpr directly.
fingerprint_input.
  move spaces to in_filename
  string ln-day(1:2) delimited by size
    lin_manifest delimited by space
    into in_filename
  end-string
  call 'lib-campfile' using in_filename lin_camp
  move 0 to lin_reccnt
  move 0 to hash_work
  move "N" to file_eof
  open input ifile
  if ifilestat not = "00"
    move 0 to lin_inhash
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read ifile at end move "Y" to file_eof
      not at end
        add 1 to lin_reccnt
        move function length(function trim(ifileline)) to hash_len
        perform varying hash_idx from 1 by 1
            until hash_idx > hash_len
          compute hash_work = function mod(
              hash_work * 31
              + function ord(ifileline(hash_idx:1))
              + hash_idx, 999999999999999983)
        end-perform
    end-read
  end-perform
  close ifile
  move hash_work to lin_inhash
  .

*> Same rolling total over the card lines; no card hashes to zero.
*> lib-readdata reads the camp's card, or the shared one when the
*> camp has none, just as the day did.
hash_control_card.
  move ln-day to card_name
  move 0 to ctl_line_cnt
  call 'lib-readdata' using card_name card_suffix ctl_all_lines
  move 0 to hash_work
  perform varying ctl_line_idx from 1 by 1
      until ctl_line_idx > ctl_line_cnt
    move function length(function trim(ctl_line_row(ctl_line_idx)))
        to hash_len
    perform varying hash_idx from 1 by 1 until hash_idx > hash_len
      compute hash_work = function mod(
          hash_work * 31
          + function ord(ctl_line_row(ctl_line_idx)(hash_idx:1))
          + hash_idx, 999999999999999983)
    end-perform
  end-perform
  move hash_work to lin_cardhash
  .

*> The baseline value on file and how many times basemgr has moved
*> it; a day never managed sits at generation zero.
read_baseline.
  move spaces to lin_baseline
  move spaces to env_basename
  string function trim(ln-day) ".bas" delimited by size
    into env_basename
  end-string
  call 'lib-runenv' using env_basename bas_filename env_name
  call 'lib-campfile' using bas_filename camp_code
  open input bfile
  if bfilestat = "00"
    read bfile
      not at end move bfileline to lin_baseline
    end-read
    close bfile
  end-if
  move 0 to lin_basegen
  move "baseline.log" to env_basename
  call 'lib-runenv' using env_basename lfile_name env_name
  move "N" to file_eof
  open input lfile
  if lfilestat = "00"
    perform until file_eof = "Y"
      read lfile at end move "Y" to file_eof
        not at end
          if lfileline(37:3) = ln-day
              and lfileline(79:3) = lin_camp
            add 1 to lin_basegen
          end-if
      end-read
    end-perform
    close lfile
  end-if
  .
