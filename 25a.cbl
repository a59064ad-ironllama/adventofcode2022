
data division.
  working-storage section.
    *> For lib-readrec -- the SNAFU list, one number at a time.
    77 rr_line pic x(9999).
    77 rr_lineno pic s9(8) comp.
    77 rr_eof pic x.
    01 rf_char_idx usage is index.
    01 rf_line_len pic s9(2) comp.

    goback
  end-if

  *> Process each line -- lib-snafu carries the conversion now.
  move 0 to total_found
  call 'lib-readrec' using function module-id "O" rr_line rr_lineno
      rr_eof
  perform until rr_eof = "Y"
    call 'lib-readrec' using function module-id "R" rr_line rr_lineno
        rr_eof
    if rr_eof = "N"
      *> display "LINE: " function trim(rr_line)
      move function trim(rr_line) to util_str
      call 'lib-snafu' using "S2D" util_str line_total snafu_result
      compute total_found = total_found + line_total
      if subtotal_trace_mode = "Y"
        display "LINE [" rr_lineno "]: " function trim(rr_line)
            " = " line_total " RUNNING TOTAL: " total_found
      end-if
    end-if
  end-perform
  call 'lib-readrec' using function module-id "C" rr_line rr_lineno
      rr_eof
  *> display "TOTAL_FOUND: " total_found

  move spaces to util_str
    move "LONG" to post_status
    move spaces to post_answer
    call 'lib-postanswer' using function module-id post_answer
        post_status "S"
  else
    move digits_str(1:18) to post_answer
    call 'lib-checkbaseline' using function module-id post_answer
        post_status "S"
  end-if

  goback.
