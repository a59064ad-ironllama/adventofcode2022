    77 match_idx pic s9(4) comp.
    77 match_found pic x.
    77 shift_idx pic s9(4) comp.

    *> Every beacon reported so far (the master's and the day's
    *> accepted deltas): a beacon is still there after the sensor
    *> that claimed it moves or is removed. An ADD or MOVE whose
    *> sensor has one of these closer than its claimed beacon, or
    *> whose beacon sits closer to another sensor than that sensor's
    *> own, is physically impossible and is rejected unapplied.
    01 known_beacons.
      02 known_cnt pic s9(4) comp value 0.
      02 known_row occurs 0 to 999 times
          depending on known_cnt indexed by known_idx.
        03 known_x pic s9(8) comp.
        03 known_y pic s9(8) comp.
    77 known_found pic x.
    77 new_sx pic s9(8) comp.
    77 new_sy pic s9(8) comp.
    77 new_bx pic s9(8) comp.
    77 new_by pic s9(8) comp.
    77 new_dist pic s9(8) comp.
    77 other_dist pic s9(8) comp.
    77 contra_found pic x.
    77 contra_x pic s9(8) comp.
    77 contra_y pic s9(8) comp.
    77 contra_idx pic s9(4) comp.
    77 trn_contra pic s9(4) comp value 0.
    77 disp-cov-row pic -(8)9.
    77 disp-cov-val pic -(8)9.
    77 report-line pic x(999).
    77 post_answer pic 9(18).
    77 post_status pic x(4) value "RAW ".

    *> For lib-capacity -- the table high-water ledger.
    77 cap_table pic x(16).
    77 cap_used pic s9(8) comp.
    77 cap_limit pic s9(8) comp.
    77 range_hw pic s9(8) comp value 0.

procedure division.
  call 'lib-readdata' using function module-id ".dat" rf_all_lines
  move 2000000 to line_beacon_y

      if range_found = 0
        add 1 to range_cnt
        if range_cnt > range_hw
          move range_cnt to range_hw
        end-if
        move row_start to range_start(range_cnt)
        move row_end to range_end(range_cnt)
        *> display "ADD RANGE: " range_start(range_cnt) range_end(range_cnt)

  display "FINAL: " total_found
  move total_found to post_answer
  call 'lib-postanswer' using function module-id post_answer
      post_status "S"
  perform report_coverage_change
  perform rewrite_master

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

  if coverage_report_mode = "Y"
    call 'lib-writereport' using function module-id "C" report-line
  end-if
          move ml_sy to sensor_y(sensor_cnt)
          move ml_bx to beacon_x(sensor_cnt)
          move ml_by to beacon_y(sensor_cnt)
          move ml_bx to new_bx
          move ml_by to new_by
          perform remember_beacon
          if ml_id > next_sensor_id
            move ml_id to next_sensor_id
          end-if
  end-perform
  close trnfile
  display "15a: " trn_applied " delta(s) applied, "
      trn_errors " in error (" trn_contra " contradictory)."
  .

apply_one_delta.
  if match_found = "Y"
    subtract 1 from match_idx
  end-if
  if trn_action = "ADD" or trn_action = "MOVE"
    perform check_delta_contradiction
    if contra_found = "Y"
      add 1 to trn_errors
      add 1 to trn_contra
      exit paragraph
    end-if
  end-if
  evaluate trn_action
    when "ADD"
      if sensor_cnt < 99 and match_found = "N"
        move function numval(trn_sy) to sensor_y(sensor_cnt)
        move function numval(trn_bx) to beacon_x(sensor_cnt)
        move function numval(trn_by) to beacon_y(sensor_cnt)
        perform remember_beacon
        add 1 to trn_applied
        display "15a: ADD sensor " trn_id
      else
        move function numval(trn_sy) to sensor_y(match_idx)
        move function numval(trn_bx) to beacon_x(match_idx)
        move function numval(trn_by) to beacon_y(match_idx)
        perform remember_beacon
        add 1 to trn_applied
        display "15a: MOVE sensor " trn_id
      else
  end-evaluate
  .

remember_beacon.
  move "N" to known_found
  perform varying known_idx from 1 by 1
      until known_idx > known_cnt or known_found = "Y"
    if known_x(known_idx) = new_bx and known_y(known_idx) = new_by
      move "Y" to known_found
    end-if
  end-perform
  if known_found = "N" and known_cnt < 999
    add 1 to known_cnt
    move new_bx to known_x(known_cnt)
    move new_by to known_y(known_cnt)
  end-if
  .

*> Same test as snsaudit's delta pass. The sensor being moved is not
*> held against its own new beacon.
check_delta_contradiction.
  move "N" to contra_found
  move function numval(trn_sx) to new_sx
  move function numval(trn_sy) to new_sy
  move function numval(trn_bx) to new_bx
  move function numval(trn_by) to new_by
  compute new_dist = function abs(new_sx - new_bx)
      + function abs(new_sy - new_by)
  perform varying known_idx from 1 by 1
      until known_idx > known_cnt or contra_found = "Y"
    compute other_dist = function abs(new_sx - known_x(known_idx))
        + function abs(new_sy - known_y(known_idx))
    if other_dist < new_dist
      move "Y" to contra_found
      move known_x(known_idx) to contra_x
      move known_y(known_idx) to contra_y
      display "15a: " trn_action " rejected for " trn_id
          " -- beacon at " contra_x ", " contra_y
          " is closer than its claimed beacon"
    end-if
  end-perform
  perform varying contra_idx from 1 by 1
      until contra_idx > sensor_cnt or contra_found = "Y"
    if match_found = "N" or contra_idx not = match_idx
      compute other_dist = function abs(sensor_x(contra_idx) - new_bx)
          + function abs(sensor_y(contra_idx) - new_by)
      if other_dist < function abs(sensor_x(contra_idx)
            - beacon_x(contra_idx))
          + function abs(sensor_y(contra_idx) - beacon_y(contra_idx))
        move "Y" to contra_found
        display "15a: " trn_action " rejected for " trn_id
            " -- its beacon is closer to sensor "
            sensor_id(contra_idx) " than that sensor's own"
      end-if
    end-if
  end-perform
  .

*> How the exclusion coverage on the audited row moved against the
*> master's previous result.
report_coverage_change.
