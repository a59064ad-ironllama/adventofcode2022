      01 mfileline pic x(20).

  working-storage section.
    01 filename pic x(40).
    01 filestat pic xx.
    77 eof pic x.

    77 manifest_found pic x value "N".
    01 manifest_suffix pic x(4) value ".dat".

    *> For lib-joblog -- the message values.
    77 jl_values pic x(60).

    *> For lib-campfile -- a camp reads its own input set.
    77 camp_code pic x(3).

  linkage section.
    01 ln-filename pic x(10).
    *> The caller's table rows vary in width per day (x(9) for 01's
  move ".dat" to manifest_suffix
  perform check_manifest

  move spaces to filename
  string ln-filename(1:2) delimited by spaces
    manifest_suffix
    into filename
  end-string.
  call 'lib-campfile' using filename camp_code

  display "readfile: Opening file. filename: " function trim(filename)
  open input ifile.

  evaluate filestat
      continue
    when "35"
    when "05"
      move filename to jl_values
      call 'lib-joblog' using ln-filename "RDD0002" jl_values
      *> Batch return-code convention: 8 = required input missing.
      *> driver inspects this after each day call, so a day run
      *> against a missing .dat is recorded FAILED, not COMPLETED.
      move 8 to return-code
      goback
    when other
      move spaces to jl_values
      string function trim(filename) "|" filestat
        delimited by size into jl_values
      end-string
      call 'lib-joblog' using ln-filename "RDD0003" jl_values
      move 12 to return-code
      goback
  end-evaluate.
    read ifile at end move 'Y' to eof
      not at end
        if filestat not = "00"
          move spaces to jl_values
          string function trim(filename) "|" filestat
            delimited by size into jl_values
          end-string
          call 'lib-joblog' using ln-filename "RDD0004" jl_values
          move 'Y' to eof
        else
          add 1 to line_cnt

  close ifile.
  if filestat not = "00"
    move spaces to jl_values
    string function trim(filename) "|" filestat
      delimited by size into jl_values
    end-string
    call 'lib-joblog' using ln-filename "RDD0005" jl_values
  end-if

*>   display function trim(line_row(line_cnt))
*>     display function trim(line_row(line_idx))
*>   end-perform.

  display "readfile: Reading complete. filename: " function trim(filename)
  goback.

check_manifest.
