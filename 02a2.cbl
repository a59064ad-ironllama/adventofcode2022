
data division.
  working-storage section.
    *> For lib-readrec -- the strategy guide lines, one at a time.
    77 rr_line pic x(9999).
    77 rr_lineno pic s9(8) comp.
    77 rr_eof pic x.

    01 game_round.
      02 their_move pic x.
    01 total_points pic 9(8) comp.

procedure division.

  move "AB" to winning_combos(1)
  move "BC" to winning_combos(2)
  move "CA" to winning_combos(3)

  move 0 to total_points
  call 'lib-readrec' using function module-id "O" rr_line rr_lineno
      rr_eof
  perform until rr_eof = "Y"
    call 'lib-readrec' using function module-id "R" rr_line rr_lineno
        rr_eof
    if rr_eof = "N"
      unstring function trim(rr_line) delimited by space
        into their_move your_move
      end-unstring
      *> display "[" their_move " <> " your_move "]: " no advancing
      if your_move = "X" move "A" to your_move
      else
        if your_move = "Y" move "B" to your_move
        else move "C" to your_move
        end-if
      end-if

      if their_move = your_move
        compute total_points = total_points + 3
      else
        set winning_combos_idx to 1
        search winning_combos
          when win_their_move(winning_combos_idx) = their_move
            if win_your_move(winning_combos_idx) = your_move
              compute total_points = total_points + 6
            end-if
        end-search
      end-if

      if your_move = "A" compute total_points = total_points + 1
      else
        if your_move = "B" compute total_points = total_points + 2
        else compute total_points = total_points + 3
        end-if
      end-if
    end-if
  end-perform
  call 'lib-readrec' using function module-id "C" rr_line rr_lineno
      rr_eof

  display "SCORE: " total_points

