
  move total_found to baseline_answer
  move function module-id to baseline_progid
  call 'lib-checkbaseline' using baseline_progid baseline_answer
      baseline_result "S"

  if snapshot_minute > 0
    perform export_blizzard_snapshot
