
data division.
  working-storage section.
    *> For lib-readrec -- the strategy guide lines, one at a time.
    77 rr_line pic x(9999).
    77 rr_lineno pic s9(8) comp.
    77 rr_eof pic x.

    01 game_round.
      02 their_move pic x.
    77 post_status pic x(4) value "RAW ".

procedure division.

  move 0 to total_points
  call 'lib-league' using function module-id "O" league_player
      league_outcome league_score
  call 'lib-readrec' using function module-id "O" rr_line rr_lineno
      rr_eof
  perform until rr_eof = "Y"
    call 'lib-readrec' using function module-id "R" rr_line rr_lineno
        rr_eof
    if rr_eof = "N"
      move spaces to line_tok_1 line_tok_2 line_tok_3 line_tok_4
      unstring function trim(rr_line) delimited by space
        into line_tok_1 line_tok_2 line_tok_3 line_tok_4
      end-unstring

      if line_tok_4 = spaces
        move "0001" to round_tok
        move "0001" to player_tok
        move line_tok_1(1:1) to their_move
        move line_tok_2(1:1) to result
      else
        move line_tok_1 to round_tok
        move line_tok_2 to player_tok
        move line_tok_3(1:1) to their_move
        move line_tok_4(1:1) to result
      end-if

      move total_points to prior_total
      *> display "[" their_move " <> " result "]: " no advancing
      if result = "X" perform lose
      else
        if result = "Y" perform tie
        else perform win
        end-if
      end-if

      compute round_delta = total_points - prior_total
      perform track_round
      perform track_player
      *> The round tag first: the two players posted under it played
      *> each other, for the ratings.
      move round_tok to league_player
      call 'lib-league' using function module-id "R" league_player
          league_outcome league_score
      move player_tok to league_player
      move round_delta to league_score
      call 'lib-league' using function module-id "P" league_player
          league_outcome league_score
    end-if
  end-perform
  call 'lib-readrec' using function module-id "C" rr_line rr_lineno
      rr_eof
  call 'lib-league' using function module-id "C" league_player
      league_outcome league_score

  display "SCORE: " total_points
  move total_points to post_answer
  call 'lib-postanswer' using function module-id post_answer
      post_status "S"

  display "--- PER-ROUND BREAKDOWN ---"
  perform varying round_idx from 1 by 1 until round_idx > round_num
