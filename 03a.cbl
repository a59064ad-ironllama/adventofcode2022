
data division.
  working-storage section.
    *> For lib-readrec -- the rucksack lines, one at a time.
    77 rr_line pic x(9999).
    77 rr_lineno pic s9(8) comp.
    77 rr_eof pic x.

    77 num_chars pic 9(4) comp.

    77 post_status pic x(4) value "RAW ".

procedure division.

  move "abcdefghijklmnopqrstuvwxyzABCDEFGHIJKLMNOPQRSTUVWXYZ" to all_chars
  display "[" all_chars "]"
  move "ELF  ITEM  PRIORITY" to report-line
  call 'lib-writereport' using function module-id "W" report-line

  call 'lib-readrec' using function module-id "O" rr_line rr_lineno
      rr_eof
  perform until rr_eof = "Y"
    call 'lib-readrec' using function module-id "R" rr_line rr_lineno
        rr_eof
    if rr_eof = "N"
      compute num_chars = function length(function trim(rr_line))
      *> display "LINE: " num_chars " " function trim(rr_line)

      compute num_chars = num_chars / 2
      move rr_line(1:num_chars) to left_string
      move rr_line(num_chars + 1:) to right_string
      display left_string " " right_string

      move 0 to match_found
      perform varying left_idx from 1 by 1 until left_idx > num_chars or match_found = 1
        move left_string(left_idx:1) to left_char
        perform varying right_idx from 1 by 1 until right_idx > num_chars or match_found = 1
          if left_char = right_string(right_idx:1)
            *> display "MATCH: " left_char no advancing 
            perform varying all_chars_idx from 1 by 1 until all_chars_idx > 52
              if all_chars(all_chars_idx:1) = left_char
                *> display "POINTS: " all_chars_idx
                move "P" to prio_mode
                move left_char to prio_char
                call 'lib-priority' using prio_mode prio_char
                    prio_value prio_result
                compute final_points = final_points + prio_value
                move rr_lineno to disp-elf-num
                move prio_value to disp-priority
                string function trim(disp-elf-num) delimited by size
                  "  " delimited by size
                  left_char delimited by size
                  "  " delimited by size
                  function trim(disp-priority) delimited by size
                  into report-line
                end-string
                call 'lib-writereport' using function module-id "W" report-line
              end-if
            end-perform
            move 1 to match_found
          end-if
        end-perform
      end-perform  
    end-if
  end-perform
  call 'lib-readrec' using function module-id "C" rr_line rr_lineno
      rr_eof

  display "FINAL: " final_points
  move final_points to post_answer
  call 'lib-postanswer' using function module-id post_answer
      post_status "S"
  call 'lib-writereport' using function module-id "C" report-line

  goback.
