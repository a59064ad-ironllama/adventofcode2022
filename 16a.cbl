  else
    move best_score to baseline_answer
    move function module-id to baseline_progid
    call 'lib-checkbaseline' using baseline_progid baseline_answer
        baseline_result "S"
  end-if

  display "ITINERARY:"
