    77 post_answer pic 9(18).
    77 post_status pic x(4) value "RAW ".

    *> For lib-capacity -- the table high-water ledger.
    77 cap_table pic x(16).
    77 cap_used pic s9(8) comp.
    77 cap_limit pic s9(8) comp.
    77 range_hw pic s9(8) comp value 0.

procedure division.
  call 'lib-readdata' using function module-id ".dat" rf_all_lines

  display "15b: " scanned_band_cnt " band(s) scanned, "
      skipped_band_cnt " skipped as complete."

  *> High-water of the key tables, for the headroom report.
  move "SENSORS" to cap_table
  move sensor_cnt to cap_used
  move 99 to cap_limit
  call 'lib-capacity' using function module-id cap_table cap_used
      cap_limit
  move "RANGES" to cap_table
  move range_hw to cap_used
  move 99 to cap_limit
  call 'lib-capacity' using function module-id cap_table cap_used
      cap_limit
  move "BANDS" to cap_table
  move band_cnt to cap_used
  move 99 to cap_limit
  call 'lib-capacity' using function module-id cap_table cap_used
      cap_limit

  perform finish_report
  goback.


        if range_found = 0
          add 1 to range_cnt
          if range_cnt > range_hw
            move range_cnt to range_hw
          end-if
          move row_start to range_start(range_cnt)
          move row_end to range_end(range_cnt)
          move 1 to range_use(range_idx)
finish_report.
  display "FINAL: " total_found
  move total_found to post_answer
  call 'lib-postanswer' using function module-id post_answer
      post_status "S"

  if coverage_report_mode = "Y"
    call 'lib-writereport' using function module-id "C" report-line
