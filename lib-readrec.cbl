           >>source format free
identification division.
program-id. lib-readrec.
author. alexoh@wcoding.
*> Record-at-a-time input for the day programs that only ever look
*> at one line (or a short run of lines) at a time. lib-readfile and
*> lib-readdata load the whole input into the caller's table, so an
*> input was capped at whatever the table was sized for (9999 rows
*> in most days) -- gendata can make bigger ones. Here the caller
*> keeps only what it works out from each record, and an input is
*> as long as that allows.
*> The input is found exactly as lib-readfile finds it: "<dd>.dat",
*> or the suffix input.manifest gives the day, then the camp's own
*> copy (lib-campfile).
*> Same O/R/C protocol as lib-writereport and lib-editinput:
*>   "O" open the caller's input. ln-eof comes back "Y" when it is
*>       not on file (return code 8) or cannot be opened (12).
*>   "R" ln-record out: the next record, as read (not trimmed), and
*>       ln-lineno its line number; ln-eof "Y" at the end, with
*>       ln-record blank and ln-lineno left at the count read.
*>   "C" close the input.
*> One input is open at a time: an "O" closes one left open.
*> The return code the open set (8 or 12) is set again on every
*> later call for the same input.
*> Messages are lib-readfile's (RDD0002-RDD0006, lib-joblog).

environment division.
  input-output section.
    file-control.
      select ifile assign to filename
        organization is line sequential
        file status is filestat.
      select mfile assign to "input.manifest"
        organization is line sequential
        file status is mfilestat.

data division.
  file section.
    fd ifile.
    01 fileline pic x(9999).

    fd mfile.
      01 mfileline pic x(20).

  working-storage section.
    01 filename pic x(40).
    01 filestat pic xx.
    77 open_flag pic x value "N".
    77 open_rc pic s9(4) comp value 0.
    77 record_cnt pic s9(8) comp value 0.
    77 disp-num pic z(7)9.

    *> Optional shared manifest (input.manifest, one record per line:
    *> "DD" in cols 1-2, the override suffix in cols 4-7, e.g.
    *> "01 .da1") -- the same override lib-readfile applies.
    01 mfilestat pic xx.
    77 meof pic x.
    01 manifest_key pic x(2).
    77 manifest_found pic x value "N".
    01 manifest_suffix pic x(4) value ".dat".

    *> For lib-joblog -- the message values.
    77 jl_values pic x(60).
    77 disp_stat pic 9(4).

    *> For lib-campfile -- a camp reads its own input set.
    77 camp_code pic x(3).

  linkage section.
    01 ln-filename pic x(10).
    01 ln-mode pic x.
    01 ln-record pic x(9999).
    01 ln-lineno pic s9(8) comp.
    01 ln-eof pic x.

procedure division using ln-filename ln-mode ln-record ln-lineno
    ln-eof.
  evaluate ln-mode
    when "O"
      perform open_input
    when "R"
      perform read_record
    when "C"
      perform close_input
    when other
      display "lib-readrec: unknown mode " ln-mode
  end-evaluate
  move open_rc to return-code
  goback.

open_input.
  if open_flag = "Y"
    close ifile
    move "N" to open_flag
  end-if
  move 0 to open_rc
  move 0 to record_cnt
  move 0 to ln-lineno
  move "N" to ln-eof

  move ln-filename(1:2) to manifest_key
  move ".dat" to manifest_suffix
  perform check_manifest

  move spaces to filename
  string ln-filename(1:2) delimited by spaces
    manifest_suffix
    into filename
  end-string
  call 'lib-campfile' using filename camp_code

  display "readrec: Opening file. filename: " function trim(filename)
  open input ifile
  evaluate filestat
    when "00"
      move "Y" to open_flag
    when "35"
    when "05"
      move filename to jl_values
      call 'lib-joblog' using ln-filename "RDD0002" jl_values
      *> Batch return-code convention: 8 = required input missing.
      move 8 to open_rc
      move "Y" to ln-eof
    when other
      move spaces to jl_values
      string function trim(filename) "|" filestat
        delimited by size into jl_values
      end-string
      call 'lib-joblog' using ln-filename "RDD0003" jl_values
      move 12 to open_rc
      move "Y" to ln-eof
  end-evaluate
  .

read_record.
  move spaces to ln-record
  if open_flag not = "Y"
    move "Y" to ln-eof
    exit paragraph
  end-if
  read ifile
    at end
      move "Y" to ln-eof
    not at end
      if filestat not = "00"
        move spaces to jl_values
        string function trim(filename) "|" filestat
          delimited by size into jl_values
        end-string
        call 'lib-joblog' using ln-filename "RDD0004" jl_values
        move "Y" to ln-eof
      else
        add 1 to record_cnt
        move record_cnt to ln-lineno
        move "N" to ln-eof
        *> Kept as read: the column-positional inputs (05's crate
        *> diagram) must not shift.
        move fileline to ln-record
        if record_cnt = 1
            and length of function trim(fileline) = length of fileline
          move length of fileline to disp_stat
          move spaces to jl_values
          string function trim(filename) "|" disp_stat
            delimited by size into jl_values
          end-string
          call 'lib-joblog' using ln-filename "RDD0006" jl_values
        end-if
      end-if
  end-read
  .

close_input.
  if open_flag not = "Y"
    exit paragraph
  end-if
  close ifile
  move "N" to open_flag
  if filestat not = "00"
    move spaces to jl_values
    string function trim(filename) "|" filestat
      delimited by size into jl_values
    end-string
    call 'lib-joblog' using ln-filename "RDD0005" jl_values
  end-if
  move record_cnt to disp-num
  display "readrec: Reading complete. filename: "
      function trim(filename) " records: " function trim(disp-num)
  .

check_manifest.
  move "N" to manifest_found
  move "N" to meof
  open input mfile
  if mfilestat = "00"
    perform until meof = "Y" or manifest_found = "Y"
      read mfile at end move "Y" to meof
        not at end
          if mfileline(1:2) = manifest_key
            move mfileline(4:4) to manifest_suffix
            move "Y" to manifest_found
          end-if
      end-read
    end-perform
    close mfile
  end-if
  .
