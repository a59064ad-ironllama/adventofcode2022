        03 something_built_ind pic x value 'N'.
          88 something_built value 'Y'.
          88 nothing_built value 'N'.
        03 built_robot pic x value space.

    77 max_ore_total pic 9(2).
    77 max_ore_bots pic 9(2).
      03 curr_something_built_ind pic x value 'N'.
        88 curr_something_built value 'Y'.
        88 curr_nothing_built value 'N'.
      *> What was built this state's minute: O ore, C clay, B
      *> obsidian, G geode robot, space none (lib-buildsched codes).
      03 curr_built_robot pic x value space.
      *> 03 state_score_str pic x(18).

    77 orig_ore_num pic 9(2) comp.
    77 disp_mm pic 9(2).
    77 disp_ss pic 9(2).

    *> The build decision of every minute down the branch being
    *> searched, and a copy of it as it stood when the best geode
    *> count at the horizon was found -- the schedule lib-buildsched
    *> replays and writes for the floor.
    01 search_path.
      02 path_build pic x occurs 64 times.
    01 best_path.
      02 best_build pic x occurs 64 times.
    77 best_path_kept pic x value "N".
    *> For lib-buildsched.
    77 sched_mode pic x.
    77 sched_result pic x(4).
    01 sched_plan.
      02 sp_bp pic 9(2).
      02 sp_minutes pic 9(2).
      02 sp_geodes pic 9(2).
      02 sp_ore_ore pic 9(2).
      02 sp_clay_ore pic 9(2).
      02 sp_obs_ore pic 9(2).
      02 sp_obs_clay pic 9(2).
      02 sp_geo_ore pic 9(2).
      02 sp_geo_obs pic 9(2).
      02 sp_kept pic x.
      02 sp_builds pic x(64).

procedure division.
  move "process_state" to hb_phase
  call 'lib-readdata' using function module-id ".dat" rf_all_lines
  end-if

  move 24 to max_minutes
  move "O" to sched_mode
  call 'lib-buildsched' using function module-id sched_mode sched_plan
      sched_result
  perform evaluate_all_blueprints
  move "C" to sched_mode
  call 'lib-buildsched' using function module-id sched_mode sched_plan
      sched_result
  perform finish_classic
  goback.

    initialize curr_state
    *> initialize high_state
    initialize best_minutes_stuff
    move spaces to search_path best_path
    move "N" to best_path_kept

    add 1 to states_cnt
    move 0 to minute(states_cnt)

    display "BLUEPRINT " bp_idx " DONE: MINUTES ELAPSED: " bp_elapsed_minutes " BEST GEODES: " best_geode_num(max_minutes)
    compute total_found = total_found + (bp_idx * best_geode_num(max_minutes))
    if portfolio_mode = "N"
      perform write_schedule
    end-if
    if portfolio_mode = "Y"
      move best_geode_num(max_minutes)
          to horizon_result(horizon_idx bp_idx)

  move total_found to baseline_answer
  move function module-id to baseline_progid
  call 'lib-checkbaseline' using baseline_progid baseline_answer
      baseline_result "S"

  goback.

  move states(states_cnt) to curr_state  *> DFS
  subtract 1 from states_cnt  *> Remove from "stack"

  *> The stack is depth first, so every minute before this one
  *> still holds the decision of this state's own ancestors.
  if curr_minute > 0
    move curr_built_robot to path_build(curr_minute)
  end-if

  add 1 to curr_minute

  *> move states_cnt to print_idx
    add 1 to curr_num_geode_bots
    set curr_geode_bot_built to true
    set curr_something_built to true
    move "G" to curr_built_robot
    perform add_branch

    *> Gross. But without local variables... meh.
    add 1 to curr_num_obsidian_bots
    set curr_obsidian_bot_not_allowed to true
    set curr_something_built to true
    move "B" to curr_built_robot
    perform add_branch

    *> Gross. But without local variables... meh.
    add 1 to curr_num_clay_bots
    set curr_clay_bot_not_allowed to true
    set curr_something_built to true
    move "C" to curr_built_robot
    perform add_branch

    *> Gross. But without local variables... meh.
    add 1 to curr_num_ore_bots
    set curr_ore_bot_not_allowed to true
    set curr_something_built to true
    move "O" to curr_built_robot
    perform add_branch

    *> Gross. But without local variables... meh.
  *> Sometimes, you do nothing. Not sure if this is helpful, though, as it creates lots of uninteresting states?
  if curr_geode_bot_not_built
    set curr_nothing_built to true
    move space to curr_built_robot
    perform add_branch
  end-if

  *> of the table, or the whole run scores zero.
  if curr_geode_num >= best_geode_num(curr_minute)
    move curr_geode_num to best_geode_num(curr_minute)
    if curr_minute = max_minutes
      perform keep_best_path
    end-if
    *> display "NEW BEST: [" curr_minute "]: " best_geode_num(curr_minute)
  else
    *> Prune if there are geodes and it's not the best for its
  end-if
  .

*> One blueprint's best path, handed over to be replayed and
*> written as the floor's schedule.
write_schedule.
  move bp_idx to sp_bp
  move max_minutes to sp_minutes
  move best_geode_num(max_minutes) to sp_geodes
  move ore_bot_ore(bp_idx) to sp_ore_ore
  move clay_bot_ore(bp_idx) to sp_clay_ore
  move obsidian_bot_ore(bp_idx) to sp_obs_ore
  move obsidian_bot_clay(bp_idx) to sp_obs_clay
  move geode_bot_ore(bp_idx) to sp_geo_ore
  move geode_bot_obsidian(bp_idx) to sp_geo_obs
  move best_path_kept to sp_kept
  move best_path to sp_builds
  move "W" to sched_mode
  call 'lib-buildsched' using function module-id sched_mode sched_plan
      sched_result
  .

keep_best_path.
  move search_path to best_path
  move curr_built_robot to best_build(curr_minute)
  move "Y" to best_path_kept
  .

print_state.
  display "MIN[" minute(print_idx) "][" state_score(print_idx) "]: ORE " ore_num(print_idx) " CLY: " clay_num(print_idx) " OBS: " obsidian_num(print_idx) " GEO: " geode_num(print_idx) " === BOTS: ORE: " num_ore_bots(print_idx) " CLY: " num_clay_bots(print_idx) " OBS: " num_obsidian_bots(print_idx) " GEO: " num_geode_bots(print_idx)
  .
