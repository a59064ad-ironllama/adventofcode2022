
data division.
  working-storage section.
    *> For lib-readrec -- the rucksack lines, one at a time.
    77 rr_line pic x(9999).
    77 rr_lineno pic s9(8) comp.
    77 rr_eof pic x.

    *> The badge group being gathered: its members' rucksacks and the
    *> line number of the first. Only one group is ever held.
    01 group_lines.
      02 group_fill pic s9(4) comp value 0.
      02 group_line pic x(99) occurs 999 times.
    77 group_first pic s9(8) comp value 0.
    77 group_max pic 9(4) comp value 999.

    77 num_chars pic 9(4) comp.
    77 match_line_idx pic 9(4) comp.
    77 disp-group-num pic z(4)9.
    77 disp-priority pic z9.
    77 disp-line-num pic z(4)9.
    77 disp-first-line pic z(4)9.
    77 disp-last-line pic z(4)9.

procedure division.
  *> Keyword control card: GROUPSIZE=<elves per badge group>.
  call 'lib-readdata' using function module-id ".ctl" ctl_all_lines
  move "GROUPSIZE" to parm_keyword
  display function trim(parm_echo)
  perform validate_numeric_parm
  if parm_num_ok = "Y" and function numval(parm_value) > 1
      and function numval(parm_value) <= group_max
    move function numval(parm_value) to group_size
  else
    display "03b: GROUPSIZE value not usable, keeping " group_size
  call 'lib-writereport' using function module-id "W" report-line
  move "BADGE GROUP DETAIL" to report-line
  call 'lib-writereport' using function module-id "W" report-line
  *> One spreadsheet row per badge group.
  move "GROUP,FIRST ELF LINE,LAST ELF LINE,BADGE ITEM,PRIORITY" to report-line
  call 'lib-writereport' using function module-id "T" report-line

  *> The roster must divide evenly into squads; leftover elves are
  *> named at the bottom and the full groups still process.
  move 0 to group_fill
  call 'lib-readrec' using function module-id "O" rr_line rr_lineno
      rr_eof
  perform until rr_eof = "Y"
    call 'lib-readrec' using function module-id "R" rr_line rr_lineno
        rr_eof
    if rr_eof = "N"
      add 1 to group_fill
      move rr_line to group_line(group_fill)
      if group_fill = 1
        move rr_lineno to group_first
      end-if
      if group_fill = group_size
        add 1 to full_group_cnt
        perform process_one_group
        move 0 to group_fill
      end-if
    end-if
  end-perform
  call 'lib-readrec' using function module-id "C" rr_line rr_lineno
      rr_eof
  move group_fill to leftover_cnt

  if leftover_cnt > 0
    display "03b: EXCEPTION -- roster of " rr_lineno
        " does not divide by " group_size ", "
        leftover_cnt " elf(s) left over."
    move "*** EXCEPTION: LEFTOVER ELVES (NO FULL GROUP) ***"
        to report-line
    call 'lib-writereport' using function module-id "W" report-line
    perform varying member_idx from 1 by 1
        until member_idx > group_fill
      compute disp-line-num = group_first + member_idx - 1
      move spaces to report-line
      string "ELF LINE " function trim(disp-line-num) ": "
        function trim(group_line(member_idx))
        delimited by size into report-line
      end-string
      call 'lib-writereport' using function module-id "W" report-line

  display "FINAL: " final_points
  move final_points to post_answer
  call 'lib-postanswer' using function module-id post_answer
      post_status "S"
  call 'lib-writereport' using function module-id "C" report-line

  goback.
*> item carried by all members and score its priority.
process_one_group.
  move full_group_cnt to disp-group-num
  move group_first to disp-first-line
  compute disp-last-line = group_first + group_size - 1
  move spaces to report-line
  string "GROUP " function trim(disp-group-num) " MEMBERS:"
    delimited by size into report-line
  perform varying member_idx from 0 by 1
      until member_idx > group_size - 1
    move spaces to report-line
    string "  " function trim(group_line(member_idx + 1))
      delimited by size into report-line
    end-string
    call 'lib-writereport' using function module-id "W" report-line
  end-perform

  compute num_chars = function length(function trim(group_line(1)))
  move 0 to badge_found
  perform varying match_line_idx from 1 by 1
      until match_line_idx > num_chars or badge_found = 1
    move group_line(1)(match_line_idx:1) to match_char
    move 0 to total_found
    perform varying group_idx from 1 by 1
        until group_idx > group_size - 1
      compute group_num_chars = function length(function trim(group_line(group_idx + 1)))
      move 0 to match_found
      perform varying group_line_idx from 1 by 1
          until group_line_idx > group_num_chars or match_found = 1
        if group_line(group_idx + 1)(group_line_idx:1) = match_char
          move 1 to match_found
          compute total_found = total_found + 1
        end-if
            delimited by size into report-line
          end-string
          call 'lib-writereport' using function module-id "W" report-line
          move spaces to report-line
          string function trim(disp-group-num) ","
            function trim(disp-first-line) ","
            function trim(disp-last-line) "," badge_char ","
            function trim(disp-priority)
            delimited by size into report-line
          end-string
          call 'lib-writereport' using function module-id "R" report-line
        end-if
      end-perform
    end-if
  if badge_found = 0
    move "  BADGE ITEM NOT FOUND" to report-line
    call 'lib-writereport' using function module-id "W" report-line
    move spaces to report-line
    string function trim(disp-group-num) ","
      function trim(disp-first-line) ","
      function trim(disp-last-line) ",,0"
      delimited by size into report-line
    end-string
    call 'lib-writereport' using function module-id "R" report-line
  end-if
  .

