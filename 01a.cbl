
data division.
  working-storage section.
    *> For lib-readrec -- the calorie lines, one at a time.
    77 rr_line pic x(9999).
    77 rr_lineno pic s9(8) comp.
    77 rr_eof pic x.

    01 line_as_num pic s9(8) comp.

    77 edit_keep_cnt pic s9(8) comp.

    01 elves.
      02 elf_num pic s9(8) comp value 1.
      02 elf_total pic 9(8) comp value 0 occurs 0 to 99999 times
          depending on elf_num indexed by elf_idx.

    *> Feed rows for lib-heapsort: zero-padded total then elf index,
    *> so the library's text compare ranks without a custom layout.
    01 rank_sort_lines.
      02 rank_sort_cnt pic s9(8) comp value 0.
      02 rank_sort_row pic x(999) occurs 0 to 32767 times
          depending on rank_sort_cnt indexed by rank_sort_idx.
    *> Every elf has to fit the ranking feed, the smallest table here.
    77 elf_max pic s9(8) comp value 32767.
    77 elf_over pic x value "N".
    01 rank_compare.
      02 rank_compare_func procedure-pointer.
      02 rank_compare_one pic x(999).
    01 report-line pic x(999).
    01 disp-elf-idx pic z(4)9.
    01 disp-elf-total pic z(7)9.
    01 disp-rank pic z(4)9.

procedure division.
  *> Edit pass: each record must be a number or a blank separator.
  *> Rejected records go to 01.edt/01.rej and are dropped here so the
  *> totals below only ever see clean records.
  move "NUMBLANK" to edit_rule
  call 'lib-editinput' using function module-id "O" edit_rule
      edit_lineno edit_line edit_result edit_reason

  *> Initialize variables when using lots of data! Else, chaos.
  move 1 to elf_num
  move 0 to elf_total(elf_num)
  call 'lib-readrec' using function module-id "O" rr_line rr_lineno
      rr_eof
  perform until rr_eof = "Y"
    call 'lib-readrec' using function module-id "R" rr_line rr_lineno
        rr_eof
    if rr_eof = "N"
      move rr_lineno to edit_lineno
      move rr_line to edit_line
      call 'lib-editinput' using function module-id "V" edit_rule
          edit_lineno edit_line edit_result edit_reason
      if edit_result = "OK "
        if rr_line(1:1) = " "
          if elf_num >= elf_max
            move "Y" to elf_over
          else
            compute elf_num = elf_num + 1
            move 0 to elf_total(elf_num)
          end-if
        else
          if elf_over = "N"
            move rr_line(1:9) to line_as_num
            compute elf_total(elf_num) = elf_total(elf_num) + line_as_num
          end-if
        end-if
      end-if
    end-if
  end-perform
  call 'lib-readrec' using function module-id "C" rr_line rr_lineno
      rr_eof
  call 'lib-editinput' using function module-id "C" edit_rule
      edit_lineno edit_line edit_result edit_reason
  if elf_over = "Y"
    display "01a: ERROR -- more than " elf_max " elves on the input;"
        " nothing ranked or posted."
    move 12 to return-code
    goback
  end-if

  perform varying elf_idx from 1 by 1 until elf_idx > elf_num
    *> display "ELF[" elf_idx "] " elf_total(elf_idx)

  display "HIGHEST: " highest
  move highest to post_answer
  call 'lib-checkbaseline' using function module-id post_answer
      post_status "S"

  *> Rank the elves descending by total on lib-heapsort -- the old
  *> full bubble-swap pass went quadratic on a full-size roster.
  call 'lib-writereport' using function module-id "W" report-line
  move "ELF  TOTAL" to report-line
  call 'lib-writereport' using function module-id "W" report-line
  *> The ranking as a spreadsheet table too.
  move "RANK,ELF,TOTAL" to report-line
  call 'lib-writereport' using function module-id "T" report-line
  perform varying rank_idx from 1 by 1 until rank_idx > elf_num
    move rank_elf_idx(rank_idx) to disp-elf-idx
    move elf_total(rank_elf_idx(rank_idx)) to disp-elf-total
      into report-line
    end-string
    call 'lib-writereport' using function module-id "W" report-line
    move rank_idx to disp-rank
    move spaces to report-line
    string function trim(disp-rank) "," function trim(disp-elf-idx)
      "," function trim(disp-elf-total)
      delimited by size into report-line
    end-string
    call 'lib-writereport' using function module-id "R" report-line
  end-perform
  call 'lib-writereport' using function module-id "C" report-line

    move 1 to rank_compare_res
  end-if
  goback.
