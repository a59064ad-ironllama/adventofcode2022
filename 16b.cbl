
  move best_combo_score to baseline_answer
  move function module-id to baseline_progid
  call 'lib-checkbaseline' using baseline_progid baseline_answer
      baseline_result "S"

  display "YOUR ITINERARY:"
  perform varying best_your_route_idx from 1 by 1 until best_your_route_idx > best_your_route_num
  move crew_total_sum to baseline_answer
  move "RAW " to baseline_result
  call 'lib-postanswer' using function module-id baseline_answer
      baseline_result "S"
  .

report_one_crew_actor.
