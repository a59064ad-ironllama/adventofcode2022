           >>source format free
identification division.
program-id. lib-runkit.
author. alexoh@wcoding.
*> Run reconstruction kit. answer.lin says what changed between two
*> runs but not what the old run actually read -- by the time an
*> answer from three weeks back is disputed the input, the card, the
*> manifest and the .bas baseline have all moved on. driver calls
*> this once per day, just before the day runs, and the day's
*> effective input, control card, manifest override and baseline are
*> appended to run.kit as they stand at that moment; kitload unpacks
*> a run from it into a directory of its own to run it again.
*> Kit record (run.kit, single spaces between):
*>   run 9(6), day x(3), type x(3), data x(9999)
*>   FIL  one per capture: input filename x(10), manifest suffix
*>        x(4), input content hash 9(18) (lineage's rolling total),
*>        run holding the input lines 9(6) (zero when the input was
*>        missing), input record count 9(8), camp x(3)
*>   INP  one per input record, verbatim (leading spaces kept)
*>   CTL  one per control card line, verbatim
*>   MAN  the day's input.manifest override line, when it has one
*>   BAS  the day's .bas baseline value, when it has one
*> An input already on the kit with the same content is not copied
*> again: the FIL record points at the run that holds its lines.
*> run.kix indexes the stored inputs: day x(3), suffix x(4),
*> hash 9(18), run 9(6), camp x(3).
*> A TEST run keeps its own kit under test/ (lib-runenv), captured
*> against its own baselines.
*> Under a camp (BATCHCAMP) the input, card and baseline captured are
*> the camp's own copies (lib-campfile; the shared card when the camp
*> has none, as lib-readdata reads it). The FIL record carries the
*> camp, and the INP/CTL/MAN/BAS records written after it are its
*> capture's; a stored input is pointed at only within its camp.

environment division.
  input-output section.
    file-control.
      select kitfile assign to kitfile_name
        organization is line sequential
        file status is kitfilestat.
      select kixfile assign to kixfile_name
        organization is line sequential
        file status is kixfilestat.
      select ifile assign to in_filename
        organization is line sequential
        file status is ifilestat.
      select cfile assign to card_filename
        organization is line sequential
        file status is cfilestat.
      select mfile assign to "input.manifest"
        organization is line sequential
        file status is mfilestat.
      select bfile assign to bas_filename
        organization is line sequential
        file status is bfilestat.

data division.
  file section.
    fd kitfile.
    01 kitfileline pic x(10014).

    fd kixfile.
    01 kixfileline pic x(38).

    fd ifile.
    01 ifileline pic x(9999).

    fd cfile.
    01 cfileline pic x(9999).

    fd mfile.
    01 mfileline pic x(20).

    fd bfile.
    01 bfileline pic x(18).

  working-storage section.
    01 kitfilestat pic xx.
    01 kixfilestat pic xx.
    01 ifilestat pic xx.
    01 cfilestat pic xx.
    01 mfilestat pic xx.
    01 bfilestat pic xx.
    01 in_filename pic x(40).
    01 card_filename pic x(40).
    01 bas_filename pic x(40).
    01 kitfile_name pic x(40).
    01 kixfile_name pic x(40).
    77 file_eof pic x.
    77 manifest_found pic x.
    77 manifest_line pic x(20).

    01 kit_line.
      02 kit_run pic 9(6).
      02 filler pic x value space.
      02 kit_day pic x(3).
      02 filler pic x value space.
      02 kit_type pic x(3).
      02 filler pic x value space.
      02 kit_data pic x(9999).
    01 fil_data.
      02 fil_filename pic x(10).
      02 filler pic x value space.
      02 fil_suffix pic x(4).
      02 filler pic x value space.
      02 fil_hash pic 9(18).
      02 filler pic x value space.
      02 fil_src_run pic 9(6).
      02 filler pic x value space.
      02 fil_reccnt pic 9(8).
      02 filler pic x value space.
      02 fil_camp pic x(3).
    01 kix_line.
      02 kix_day pic x(3).
      02 filler pic x value space.
      02 kix_suffix pic x(4).
      02 filler pic x value space.
      02 kix_hash pic 9(18).
      02 filler pic x value space.
      02 kix_run pic 9(6).
      02 filler pic x value space.
      02 kix_camp pic x(3).

    77 hash_work pic 9(18) comp.
    77 hash_len pic s9(8) comp.
    77 hash_idx pic s9(8) comp.
    77 input_present pic x.
    77 store_input pic x.

    *> For lib-runenv -- the environment's copy of each file.
    77 env_basename pic x(30).
    77 env_name pic x(4).

    *> For lib-campfile -- the camp's copy of the day's files.
    77 camp_code pic x(3).

  linkage section.
    01 ln-run pic 9(6).
    01 ln-day pic x(3).

procedure division using ln-run ln-day.
  move spaces to fil_data
  move ln-run to kit_run
  move ln-day to kit_day
  move "run.kit" to env_basename
  call 'lib-runenv' using env_basename kitfile_name env_name
  move "run.kix" to env_basename
  call 'lib-runenv' using env_basename kixfile_name env_name
  perform resolve_manifest
  perform fingerprint_input
  perform find_stored_input

  open extend kitfile
  if kitfilestat = "35" or kitfilestat = "05"
    open output kitfile
  end-if
  if kitfilestat not = "00"
    display "lib-runkit: ERROR appending run.kit status " kitfilestat
    goback
  end-if
  move "FIL" to kit_type
  move fil_data to kit_data
  write kitfileline from kit_line
  if store_input = "Y"
    perform copy_input
  end-if
  perform copy_control_card
  if manifest_found = "Y"
    move "MAN" to kit_type
    move manifest_line to kit_data
    write kitfileline from kit_line
  end-if
  perform copy_baseline
  close kitfile

  if store_input = "Y"
    perform index_stored_input
  end-if
  goback.

*> Same convention as lib-readfile/lib-readdata and lib-lineage.
resolve_manifest.
  move ".dat" to fil_suffix
  move "N" to manifest_found
  move "N" to file_eof
  open input mfile
  if mfilestat = "00"
    perform until file_eof = "Y" or manifest_found = "Y"
      read mfile at end move "Y" to file_eof
        not at end
          if mfileline(1:2) = ln-day(1:2)
            move mfileline(4:4) to fil_suffix
            move mfileline to manifest_line
            move "Y" to manifest_found
          end-if
      end-read
    end-perform
    close mfile
  end-if
  move spaces to in_filename
  string ln-day(1:2) delimited by size
    fil_suffix delimited by space
    into in_filename
  end-string
  move in_filename to fil_filename
  call 'lib-campfile' using in_filename fil_camp
  .

*> The same rolling total lib-lineage stamps on answer.lin, so a kit
*> capture can be matched against the lineage record for its run.
fingerprint_input.
  move 0 to fil_reccnt
  move 0 to hash_work
  move "N" to file_eof
  open input ifile
  if ifilestat not = "00"
    move "N" to input_present
    move 0 to fil_hash
    exit paragraph
  end-if
  move "Y" to input_present
  perform until file_eof = "Y"
    read ifile at end move "Y" to file_eof
      not at end
        add 1 to fil_reccnt
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
  move hash_work to fil_hash
  .

*> An input the kit already holds is pointed at, not copied again.
find_stored_input.
  move 0 to fil_src_run
  move "N" to store_input
  if input_present = "N"
    exit paragraph
  end-if
  move "N" to file_eof
  open input kixfile
  if kixfilestat = "00"
    perform until file_eof = "Y"
      read kixfile at end move "Y" to file_eof
        not at end
          move kixfileline to kix_line
          if kix_day = ln-day and kix_suffix = fil_suffix
              and kix_hash = fil_hash and kix_camp = fil_camp
            move kix_run to fil_src_run
            move "Y" to file_eof
          end-if
      end-read
    end-perform
    close kixfile
  end-if
  if fil_src_run = 0
    move ln-run to fil_src_run
    move "Y" to store_input
  end-if
  .

copy_input.
  move "INP" to kit_type
  move "N" to file_eof
  open input ifile
  if ifilestat not = "00"
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read ifile at end move "Y" to file_eof
      not at end
        move ifileline to kit_data
        write kitfileline from kit_line
    end-read
  end-perform
  close ifile
  .

copy_control_card.
  move "CTL" to kit_type
  move spaces to card_filename
  string ln-day(1:2) ".ctl" delimited by size into card_filename
  end-string
  call 'lib-campfile' using card_filename camp_code
  move "N" to file_eof
  open input cfile
  if cfilestat not = "00" and camp_code not = spaces
    move spaces to card_filename
    string ln-day(1:2) ".ctl" delimited by size into card_filename
    end-string
    open input cfile
  end-if
  if cfilestat not = "00"
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read cfile at end move "Y" to file_eof
      not at end
        move cfileline to kit_data
        write kitfileline from kit_line
    end-read
  end-perform
  close cfile
  .

copy_baseline.
  move spaces to env_basename
  string function trim(ln-day) ".bas" delimited by size
    into env_basename
  end-string
  call 'lib-runenv' using env_basename bas_filename env_name
  call 'lib-campfile' using bas_filename camp_code
  open input bfile
  if bfilestat = "00"
    read bfile
      not at end
        move "BAS" to kit_type
        move bfileline to kit_data
        write kitfileline from kit_line
    end-read
    close bfile
  end-if
  .

index_stored_input.
  move ln-day to kix_day
  move fil_suffix to kix_suffix
  move fil_hash to kix_hash
  move ln-run to kix_run
  move fil_camp to kix_camp
  open extend kixfile
  if kixfilestat = "35" or kixfilestat = "05"
    open output kixfile
  end-if
  if kixfilestat = "00"
    write kixfileline from kix_line
    close kixfile
  else
    display "lib-runkit: ERROR appending run.kix status " kixfilestat
  end-if
  .
