
data division.
  working-storage section.
    *> For lib-readrec -- the calorie lines, one at a time.
    77 rr_line pic x(9999).
    77 rr_lineno pic s9(8) comp.
    77 rr_eof pic x.

    01 line_as_num pic s9(8) comp.

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
    77 post_status pic x(4).

procedure division.
  *> Optional control card: first line is how many top elves to
  *> accumulate. Falls back to the top_n_want default of 3 above.
  call 'lib-readdata' using function module-id ".ctl" ctl_all_lines

  move 1 to elf_num
  move 0 to elf_total(elf_num)
  call 'lib-readrec' using function module-id "O" rr_line rr_lineno
      rr_eof
  perform until rr_eof = "Y"
    call 'lib-readrec' using function module-id "R" rr_line rr_lineno
        rr_eof
    if rr_eof = "N"
      if rr_line(1:1) = " "
        if elf_num >= elf_max
          move "Y" to elf_over
        else
          compute elf_num = elf_num + 1
          move 0 to elf_total(elf_num)
        end-if
      else
        if elf_over = "N"
          move rr_line(1:99) to line_as_num
          compute elf_total(elf_num) = elf_total(elf_num) + line_as_num
        end-if
      end-if
    end-if
  end-perform
  call 'lib-readrec' using function module-id "C" rr_line rr_lineno
      rr_eof
  if elf_over = "Y"
    display "01b: ERROR -- more than " elf_max " elves on the input;"
        " nothing ranked or posted."
    move 12 to return-code
    goback
  end-if

  *> Keep top_total(1 .. top_n_want) sorted ascending, so top_total(1)
  *> is always the smallest of the current top-N and the one to bump
  move top_n_want to disp-top-n
  display "TOP " function trim(disp-top-n) " FINAL: " final_num
  move final_num to post_answer
  call 'lib-checkbaseline' using function module-id post_answer
      post_status "S"

  *> Rank the elves descending by total on lib-heapsort -- the old
  *> full bubble-swap pass went quadratic on a full-size roster.
