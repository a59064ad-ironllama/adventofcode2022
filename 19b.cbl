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
    01 ckpt_filename pic x(10).
    01 ckpt_filestat pic xx.
    77 ckpt_progid pic x(9).
    77 ckpt_header pic x(40).
    77 ckpt_disp_bp_idx pic 9(2).
    77 ckpt_disp_geode pic 9(2).
    *> For lib-joblog.
    77 jl_values pic x(60).

    *> The checkpoint's first record is a signature (sentinel id "00"
    *> plus the blueprint count actually read from the input), not a
      02 done_bp occurs 60 times indexed by done_bp_idx.
        03 done_bp_id pic 9(2) comp.
        03 done_bp_geode pic 9(2) comp.
        03 done_bp_kept pic x.
        03 done_bp_path pic x(32).
    77 done_bp_found pic 9.

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

  perform read_checkpoints

  move "O" to sched_mode
  call 'lib-buildsched' using function module-id sched_mode sched_plan
      sched_result

*>   perform varying bp_idx from 1 by 1 until bp_idx > bp_cnt
  perform varying bp_idx from 1 by 1 until bp_idx > 3

      if done_bp_id(done_bp_idx) = bp_idx
        move 1 to done_bp_found
        move done_bp_geode(done_bp_idx) to best_geode_num(max_minutes)
        move spaces to best_path
        move done_bp_path(done_bp_idx) to best_path(1:32)
        move done_bp_kept(done_bp_idx) to best_path_kept
        move bp_idx to ckpt_disp_bp_idx
        move best_geode_num(max_minutes) to ckpt_disp_geode
        move spaces to jl_values
        string "BLUEPRINT " ckpt_disp_bp_idx "|GEODES "
          ckpt_disp_geode
          delimited by size into jl_values
        end-string
        call 'lib-joblog' using function module-id "CKP0001" jl_values
      end-if
    end-perform

      initialize curr_state
      *> initialize high_state
      initialize best_minutes_stuff
      move spaces to search_path best_path
      move "N" to best_path_kept

      add 1 to states_cnt
      move 0 to minute(states_cnt)

    *> compute total_found = total_found + (bp_idx * best_geode_num(max_minutes))
    compute total_found = total_found * best_geode_num(max_minutes)
    perform write_schedule
  end-perform
  move "C" to sched_mode
  call 'lib-buildsched' using function module-id sched_mode sched_plan
      sched_result

  display "FINAL: " total_found

  move total_found to baseline_answer
  move function module-id to baseline_progid
  call 'lib-checkbaseline' using baseline_progid baseline_answer
      baseline_result "S"

  goback.

            add 1 to done_bp_cnt
            move ckpt_header(1:2) to done_bp_id(done_bp_cnt)
            move ckpt_header(3:2) to done_bp_geode(done_bp_cnt)
            move "N" to done_bp_kept(done_bp_cnt)
            if ckpt_header(5:1) = "P"
              move "Y" to done_bp_kept(done_bp_cnt)
            end-if
            move ckpt_header(6:32) to done_bp_path(done_bp_cnt)
        end-read
      end-perform
      move 0 to done_bp_found
    move spaces to ckpt_header
    move bp_idx to ckpt_disp_bp_idx
    move best_geode_num(max_minutes) to ckpt_disp_geode
    *> The best path follows the count, behind a "P", so a
    *> restarted run can still write this blueprint's schedule.
    string ckpt_disp_bp_idx delimited by size
      ckpt_disp_geode delimited by size
      into ckpt_header
    end-string
    if best_path_kept = "Y"
      move "P" to ckpt_header(5:1)
      move best_path(1:32) to ckpt_header(6:32)
    end-if
    write ckpt_line from ckpt_header
    close ckpt_file
  else
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

  *> Prune if there are geodes and it's not the best for its minute. (Slight possibility of suboptimum, but whatevs.)
  if curr_geode_num >= best_geode_num(curr_minute)
    move curr_geode_num to best_geode_num(curr_minute)
    if curr_minute = max_minutes
      perform keep_best_path
    end-if
    *> display "NEW BEST: [" curr_minute "]: " best_geode_num(curr_minute)
  else
    set skip_state to true
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
