      01 mfileline pic x(20).

  working-storage section.
    01 filename pic x(40).
    01 filestat pic xx.
    77 eof pic x.

    *> in local storage, never back through the linkage.
    01 manifest_suffix pic x(4).

    *> For lib-joblog -- the message values.
    77 jl_values pic x(60).
    77 disp_stat pic 9(4).

    *> For lib-campfile -- a camp reads its own input set. A camp
    *> without its own control card falls back to the shared one.
    77 shared_filename pic x(40).
    77 camp_code pic x(3).

    *> For lib-ctldict -- a control card's keywords and values are
    *> checked against the keyword dictionary as the card is read.
    77 dict_mode pic x value "L".
    77 dict_keyword pic x(12).
    77 dict_text pic x(256).
    77 dict_default pic x(30).
    77 dict_source pic x(4).
    77 dict_result pic x(4).
    77 dict_message pic x(50).
    77 disp_line pic z(3)9.

  linkage section.
    01 ln-filename pic x(10).
    01 ln-filesuffix pic x(4).
  move ln-filename(1:2) to manifest_key
  move ln-filesuffix to manifest_suffix
  *> The manifest swaps a day's INPUT between data files; a control
  *> card read must never be redirected at the day's data, nor the
  *> de-duplicated feed pktdedup made from it (.ddp, and its counts
  *> in .ddc).
  if ln-filesuffix not = ".ctl" and ln-filesuffix not = ".ddp"
      and ln-filesuffix not = ".ddc"
    perform check_manifest
  end-if

  move spaces to filename
  string ln-filename(1:2) delimited by spaces
    manifest_suffix
    into filename
  end-string.
  move filename to shared_filename
  call 'lib-campfile' using filename camp_code

  display "readdata: Opening file. filename: " function trim(filename)
  open input ifile.
  if (filestat = "35" or filestat = "05") and camp_code not = spaces
      and ln-filesuffix = ".ctl"
    move shared_filename to filename
    open input ifile
  end-if

  evaluate filestat
    when "00"
      continue
    when "35"
    when "05"
      *> Batch return-code convention: 8 = required input missing.
      *> Control cards are optional everywhere in this suite, so a
      *> missing .ctl is not an error and sets nothing.
      move filename to jl_values
      if ln-filesuffix not = ".ctl"
        call 'lib-joblog' using ln-filename "RDD0002" jl_values
        move 8 to return-code
      else
        call 'lib-joblog' using ln-filename "RDD0001" jl_values
      end-if
      goback
    when other
      move spaces to jl_values
      string function trim(filename) "|" filestat
        delimited by size into jl_values
      end-string
      call 'lib-joblog' using ln-filename "RDD0003" jl_values
      if ln-filesuffix not = ".ctl"
        move 12 to return-code
      end-if
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
  if ln-filesuffix = ".ctl"
    perform check_card_keywords
  end-if

*>   display function trim(line_row(line_cnt))

  display "readdata: filename: " function trim(filename) " line_cnt:" line_cnt " char_cnt(1): " length of function trim(line_row(1))
  if length of function trim(line_row(1)) = length of fileline
    move length of fileline to disp_stat
    move spaces to jl_values
    string function trim(filename) "|" disp_stat
      delimited by size into jl_values
    end-string
    call 'lib-joblog' using ln-filename "RDD0006" jl_values
    move "readdata read loop" to dump_paragraph
    move "line length" to dump_counter_name
    move length of function trim(line_row(1)) to dump_counter
  end-if
  goback.

*> A keyword none of the card's programs takes, or a value that
*> does not fit the keyword, is an error against the card line; the
*> program still runs, on its default for that keyword.
check_card_keywords.
  perform varying line_idx from 1 by 1 until line_idx > line_cnt
    move line_row(line_idx) to dict_text
    call 'lib-ctldict' using dict_mode ln-filename dict_keyword
        dict_text dict_default dict_source dict_result dict_message
    if dict_result = "UNKN" or dict_result = "RANG"
      move line_idx to disp_line
      move spaces to jl_values
      if dict_result = "UNKN"
        string function trim(filename) "|" function trim(disp_line)
          "|" function trim(dict_keyword) delimited by size
          into jl_values
        end-string
        call 'lib-joblog' using ln-filename "CTL0001" jl_values
      else
        string function trim(filename) "|" function trim(disp_line)
          "|" function trim(dict_message) delimited by size
          into jl_values
        end-string
        call 'lib-joblog' using ln-filename "CTL0002" jl_values
      end-if
    end-if
  end-perform
  .

check_manifest.
  move "N" to manifest_found
  move "N" to meof
