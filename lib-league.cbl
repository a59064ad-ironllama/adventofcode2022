*>                 lastrank(4), space-separated
*>   league.trn    one transaction per posted round: date time
*>                 program player outcome score-delta
*>   rating.mst    id(4) rating(4) prior(4) games(5) class(1),
*>                 space-separated: the strength rating, the rating
*>                 before the run that last moved it, rated games,
*>                 and P provisional / E established
*>   rating.his    one record per rating change: date time program
*>                 round player opponent outcome before after
*> Modes (same open/post/close shape as the other shared services):
*>   "O" load roster, standings and ratings
*>   "R" the round the postings that follow belong to, in ln-player
*>       (the bracket's round tag)
*>   "P" post one round: player id, outcome W/D/L, score delta --
*>       a player not on the roster is added with a placeholder name
*>   "C" rate the run's games, then rewrite roster, standings and
*>       ratings
*> Ratings: standings count a win over a newcomer the same as one
*> over the champion, so each player also carries a strength rating
*> (Elo, starting at 1500). The two players posted under the same
*> round tag in a run played each other; each one's result moves
*> that player's rating by K x (result - expected) -- result 1 for
*> a win, 1/2 a draw, 0 a loss; expected
*> 1 / (1 + 10 ** ((opponent - own) / 400)) on the ratings as they
*> stood before the round. K is 40 for the
*> first 10 rated games (provisional -- a new roster entry finds its
*> level fast) and 20 after. A round with no opponent posted (an
*> untagged guide, a bye) does not move a rating.
*> seasonrpt reads the same files for the standings report, pairgen
*> can pair by rating, and ratepred predicts the scheduled pairings.

environment division.
  input-output section.
    file-control.
      select pfile assign to pfile_name
        organization is line sequential
        file status is pfilestat.
      select sfile assign to sfile_name
        organization is line sequential
        file status is sfilestat.
      select tfile assign to "league.trn"
        organization is line sequential
        file status is tfilestat.
      select rfile assign to rfile_name
        organization is line sequential
        file status is rfilestat.
      select hfile assign to "rating.his"
        organization is line sequential
        file status is hfilestat.

data division.
  file section.
    fd tfile.
    01 tfileline pic x(35).

    fd rfile.
    01 rfileline pic x(22).

    fd hfile.
    01 hfileline pic x(46).

  working-storage section.
    01 pfilestat pic xx.
    01 pfile_name pic x(40) value "player.mst".
    01 sfilestat pic xx.
    01 sfile_name pic x(40) value "standings.mst".
    01 tfilestat pic xx.
    01 rfilestat pic xx.
    01 rfile_name pic x(40) value "rating.mst".
    01 hfilestat pic xx.
    77 file_eof pic x.
    77 league-open-flag pic x value "N".

      02 filler pic x value space.
      02 tl_score pic 9(8).

    01 ratings.
      02 rating_cnt pic s9(4) comp value 0.
      02 rating_row occurs 0 to 99 times depending on rating_cnt
          indexed by rating_idx.
        03 rating_id pic x(4).
        03 rating_value pic 9(4).
        03 rating_prior pic 9(4).
        03 rating_games pic 9(5).
        03 rating_class pic x.
        03 rating_moved pic x.

    01 rating_line.
      02 rl_id pic x(4).
      02 filler pic x value space.
      02 rl_value pic 9(4).
      02 filler pic x value space.
      02 rl_prior pic 9(4).
      02 filler pic x value space.
      02 rl_games pic 9(5).
      02 filler pic x value space.
      02 rl_class pic x.

    01 his_line.
      02 hl_date pic x(8).
      02 filler pic x value space.
      02 hl_time pic x(6).
      02 filler pic x value space.
      02 hl_prog pic x(3).
      02 filler pic x value space.
      02 hl_round pic x(4).
      02 filler pic x value space.
      02 hl_player pic x(4).
      02 filler pic x value space.
      02 hl_opponent pic x(4).
      02 filler pic x value space.
      02 hl_outcome pic x.
      02 filler pic x value space.
      02 hl_before pic 9(4).
      02 filler pic x value space.
      02 hl_after pic 9(4).

    *> The run's postings, for rating at close.
    77 curr_round pic x(4) value spaces.
    01 run_games.
      02 game_cnt pic s9(4) comp value 0.
      02 game_row occurs 0 to 999 times depending on game_cnt
          indexed by game_idx.
        03 game_round pic x(4).
        03 game_player pic x(4).
        03 game_outcome pic x.
        03 game_rated pic x.
    77 opp_idx pic s9(4) comp.
    77 scan_idx pic s9(4) comp.
    77 round_member_cnt pic s9(4) comp.
    77 own_rating_idx pic s9(4) comp.
    77 opp_rating_idx pic s9(4) comp.
    77 own_before pic 9(4).
    77 opp_before pic 9(4).
    77 rate_own pic 9(4).
    77 rate_opp pic 9(4).
    77 rate_outcome pic x.
    77 rate_new pic s9(5) comp.
    77 rate_k pic s9(4) comp.
    77 rate_expected pic s9v9(6).
    77 rate_result pic s9v9(6).
    77 rated_round_cnt pic s9(4) comp value 0.
    77 lookup_id pic x(4).
    77 rating_start pic 9(4) value 1500.
    77 rating_floor pic 9(4) value 100.
    77 provisional_games pic 9(5) value 10.

    77 curr_date_time pic x(21).
    77 found_flag pic x.

    *> For lib-mstswap -- a master is rewritten as a new copy and
    *> swapped in only once the copy reads back whole.
    77 swap_mode pic x.
    77 swap_master pic x(40).
    77 swap_newcopy pic x(40).
    77 swap_count pic 9(8).
    77 swap_result pic x(4).

  linkage section.
    01 ln-progid pic x(10).
    01 ln-mode pic x.
    ln-score.
  evaluate ln-mode
    when "O"
      perform recover_masters
      perform load_files
      move "Y" to league-open-flag
    when "R"
      move ln-player to curr_round
    when "P"
      if league-open-flag = "Y"
        perform post_round
      end-if
    when "C"
      if league-open-flag = "Y"
        perform rate_run_games
        perform rewrite_files
        move "N" to league-open-flag
      end-if
    end-perform
    close sfile
  end-if
  move 0 to rating_cnt
  move 0 to game_cnt
  move spaces to curr_round
  move "N" to file_eof
  open input rfile
  if rfilestat = "00"
    perform until file_eof = "Y"
      read rfile at end move "Y" to file_eof
        not at end
          if rating_cnt < 99 and rfileline(6:4) is numeric
            add 1 to rating_cnt
            move rfileline to rating_line
            move rl_id to rating_id(rating_cnt)
            move rl_value to rating_value(rating_cnt)
            move rl_prior to rating_prior(rating_cnt)
            move rl_games to rating_games(rating_cnt)
            move rl_class to rating_class(rating_cnt)
            move "N" to rating_moved(rating_cnt)
          end-if
      end-read
    end-perform
    close rfile
  end-if
  .

post_round.
  end-evaluate
  add ln-score to stand_score(stand_idx)
  perform append_transaction
  if game_cnt < 999
    add 1 to game_cnt
    move curr_round to game_round(game_cnt)
    move ln-player to game_player(game_cnt)
    move ln-outcome to game_outcome(game_cnt)
    move "N" to game_rated(game_cnt)
  end-if
  .

*> A player posting results who is not on the roster gets a
  end-if
  .

*> Each round tag with exactly two players posted under it is a
*> game between them; both ratings move off the ratings before it.
rate_run_games.
  move function current-date to curr_date_time
  perform varying game_idx from 1 by 1 until game_idx > game_cnt
    if game_rated(game_idx) = "N" and game_round(game_idx) not = spaces
      perform find_opponent
      if opp_idx > 0
        perform rate_one_game
      end-if
    end-if
  end-perform
  if rated_round_cnt > 0
    perform rewrite_ratings
  end-if
  .

*> The other player posted under the same round tag -- none when
*> the round has anything other than two players.
find_opponent.
  move 0 to opp_idx
  move 0 to round_member_cnt
  perform varying scan_idx from 1 by 1 until scan_idx > game_cnt
    if game_round(scan_idx) = game_round(game_idx)
        and scan_idx not = game_idx
      add 1 to round_member_cnt
      move scan_idx to opp_idx
    end-if
  end-perform
  if round_member_cnt not = 1
    move 0 to opp_idx
    exit paragraph
  end-if
  if game_player(opp_idx) = game_player(game_idx)
    move 0 to opp_idx
  end-if
  .

rate_one_game.
  move "Y" to game_rated(game_idx)
  move "Y" to game_rated(opp_idx)
  add 1 to rated_round_cnt
  move game_player(game_idx) to lookup_id
  perform find_rating
  set own_rating_idx to rating_idx
  move game_player(opp_idx) to lookup_id
  perform find_rating
  set opp_rating_idx to rating_idx
  move rating_value(own_rating_idx) to own_before
  move rating_value(opp_rating_idx) to opp_before

  move own_before to rate_own
  move opp_before to rate_opp
  move game_outcome(game_idx) to rate_outcome
  set rating_idx to own_rating_idx
  perform rate_one_result
  move game_player(opp_idx) to hl_opponent
  move game_player(game_idx) to hl_player
  move game_round(game_idx) to hl_round
  move own_before to hl_before
  perform append_rating_history

  move opp_before to rate_own
  move own_before to rate_opp
  move game_outcome(opp_idx) to rate_outcome
  set rating_idx to opp_rating_idx
  perform rate_one_result
  move game_player(game_idx) to hl_opponent
  move game_player(opp_idx) to hl_player
  move opp_before to hl_before
  perform append_rating_history
  .

*> rate_own's result rate_outcome against rate_opp, to rating_idx.
rate_one_result.
  evaluate rate_outcome
    when "W" move 1 to rate_result
    when "D" move 0.5 to rate_result
    when other move 0 to rate_result
  end-evaluate
  compute rate_expected rounded =
      1 / (1 + 10 ** ((rate_opp - rate_own) / 400))
  if rating_games(rating_idx) < provisional_games
    move 40 to rate_k
  else
    move 20 to rate_k
  end-if
  compute rate_new rounded =
      rate_own + rate_k * (rate_result - rate_expected)
  if rate_new < rating_floor
    move rating_floor to rate_new
  end-if
  if rating_moved(rating_idx) = "N"
    move rating_value(rating_idx) to rating_prior(rating_idx)
    move "Y" to rating_moved(rating_idx)
  end-if
  move rate_new to rating_value(rating_idx)
  add 1 to rating_games(rating_idx)
  if rating_games(rating_idx) < provisional_games
    move "P" to rating_class(rating_idx)
  else
    move "E" to rating_class(rating_idx)
  end-if
  move rate_outcome to hl_outcome
  move rating_value(rating_idx) to hl_after
  .

*> A player's first rated game starts the rating at 1500,
*> provisional.
find_rating.
  move "N" to found_flag
  perform varying rating_idx from 1 by 1
      until rating_idx > rating_cnt or found_flag = "Y"
    if rating_id(rating_idx) = lookup_id
      move "Y" to found_flag
    end-if
  end-perform
  if found_flag = "Y"
    set rating_idx down by 1
    exit paragraph
  end-if
  if rating_cnt >= 99
    display "lib-league: ratings full, not rating player " lookup_id
    set rating_idx to rating_cnt
    exit paragraph
  end-if
  add 1 to rating_cnt
  set rating_idx to rating_cnt
  move lookup_id to rating_id(rating_idx)
  move rating_start to rating_value(rating_idx)
  move rating_start to rating_prior(rating_idx)
  move 0 to rating_games(rating_idx)
  move "P" to rating_class(rating_idx)
  move "N" to rating_moved(rating_idx)
  .

append_rating_history.
  move curr_date_time(1:8) to hl_date
  move curr_date_time(9:6) to hl_time
  move ln-progid(1:3) to hl_prog
  open extend hfile
  if hfilestat = "35" or hfilestat = "05"
    open output hfile
  end-if
  if hfilestat = "00"
    write hfileline from his_line
    close hfile
  else
    display "lib-league: ERROR appending rating.his status " hfilestat
  end-if
  .

rewrite_ratings.
  move "rating.mst" to swap_master
  move "B" to swap_mode
  call 'lib-mstswap' using ln-progid swap_mode swap_master
      swap_newcopy swap_count swap_result
  move swap_newcopy to rfile_name
  open output rfile
  if rfilestat not = "00"
    display "lib-league: ERROR writing rating.mst status " rfilestat
    move swap_master to rfile_name
    exit paragraph
  end-if
  perform varying rating_idx from 1 by 1 until rating_idx > rating_cnt
    move rating_id(rating_idx) to rl_id
    move rating_value(rating_idx) to rl_value
    move rating_prior(rating_idx) to rl_prior
    move rating_games(rating_idx) to rl_games
    move rating_class(rating_idx) to rl_class
    write rfileline from rating_line
  end-perform
  close rfile
  move swap_master to rfile_name
  move rating_cnt to swap_count
  move "S" to swap_mode
  call 'lib-mstswap' using ln-progid swap_mode swap_master
      swap_newcopy swap_count swap_result
  if swap_result not = "OK  "
    display "lib-league: rating.mst NOT UPDATED."
  end-if
  .

rewrite_files.
  move "standings.mst" to swap_master
  move "B" to swap_mode
  call 'lib-mstswap' using ln-progid swap_mode swap_master
      swap_newcopy swap_count swap_result
  move swap_newcopy to sfile_name
  open output sfile
  if sfilestat = "00"
    perform varying stand_idx from 1 by 1 until stand_idx > stand_cnt
      write sfileline from stand_line
    end-perform
    close sfile
    move swap_master to sfile_name
    move stand_cnt to swap_count
    move "S" to swap_mode
    call 'lib-mstswap' using ln-progid swap_mode swap_master
        swap_newcopy swap_count swap_result
    if swap_result not = "OK  "
      display "lib-league: standings.mst NOT UPDATED."
    end-if
  else
    move swap_master to sfile_name
    display "lib-league: ERROR writing standings.mst status "
        sfilestat
  end-if
  move "player.mst" to swap_master
  move "B" to swap_mode
  call 'lib-mstswap' using ln-progid swap_mode swap_master
      swap_newcopy swap_count swap_result
  move swap_newcopy to pfile_name
  open output pfile
  if pfilestat = "00"
    perform varying roster_idx from 1 by 1
      write pfileline
    end-perform
    close pfile
    move swap_master to pfile_name
    move roster_cnt to swap_count
    move "S" to swap_mode
    call 'lib-mstswap' using ln-progid swap_mode swap_master
        swap_newcopy swap_count swap_result
    if swap_result not = "OK  "
      display "lib-league: player.mst NOT UPDATED."
    end-if
  else
    move swap_master to pfile_name
    display "lib-league: ERROR writing player.mst status " pfilestat
  end-if
  .

*> A rewrite a kill left half-finished is finished or undone before
*> anything reads the master.
recover_masters.
  move "R" to swap_mode
  move "player.mst" to swap_master
  call 'lib-mstswap' using ln-progid swap_mode swap_master
      swap_newcopy swap_count swap_result
  move "standings.mst" to swap_master
  call 'lib-mstswap' using ln-progid swap_mode swap_master
      swap_newcopy swap_count swap_result
  move "rating.mst" to swap_master
  call 'lib-mstswap' using ln-progid swap_mode swap_master
      swap_newcopy swap_count swap_result
  *> rostermnt and closeseas rewrite the transactions this appends.
  move "league.trn" to swap_master
  call 'lib-mstswap' using ln-progid swap_mode swap_master
      swap_newcopy swap_count swap_result
  .
