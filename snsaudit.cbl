           >>source format free
identification division.
program-id. snsaudit.
author. alexoh@wcoding.
*> Day-15 sensor network consistency audit. Each sensor report says
*> "sensor at S, closest beacon at B"; the report is physically
*> impossible when any other reported beacon sits closer to S than B
*> (Manhattan distance), and such a report silently distorts both
*> 15a's row count and 15b's gap search. This audits the sensor
*> master (15.mst) and the day's delta transactions (15.trn)
*> together, cross-checking every sensor against every reported
*> beacon -- a beacon stays reported after the sensor that claimed
*> it moves or is removed. Sections of the report:
*>   CONTRADICTORY SENSORS   master sensors with a closer beacon
*>   DUPLICATE POSITIONS     two master sensors at one position
*>   DELTAS                  each 15.trn transaction, replayed in
*>                           order as 15a applies it: ACCEPT, or
*>                           REJECT with the reason. A contradictory
*>                           ADD or MOVE is rejected by 15a before it
*>                           is applied (same test).
*>   UNCLAIMED BEACONS       beacons reported but claimed by no
*>                           sensor once the day's deltas are in
*> Control card: none needed.
*> Return code 4 when the audit finds anything, 8 when there is no
*> 15.mst to audit.

environment division.
  input-output section.
    file-control.
      select mstfile assign to "15.mst"
        organization is line sequential
        file status is mstfilestat.
      select trnfile assign to "15.trn"
        organization is line sequential
        file status is trnfilestat.

data division.
  file section.
    fd mstfile.
    01 mstfileline pic x(60).

    fd trnfile.
    01 trnfileline pic x(60).

  working-storage section.
    01 mstfilestat pic xx.
    01 trnfilestat pic xx.
    77 mst_eof pic x.
    77 trn_eof pic x.

    *> 15a's master record.
    01 master_line.
      02 ml_id pic 9(4).
      02 filler pic x value space.
      02 ml_sx pic s9(8) sign leading separate.
      02 filler pic x value space.
      02 ml_sy pic s9(8) sign leading separate.
      02 filler pic x value space.
      02 ml_bx pic s9(8) sign leading separate.
      02 filler pic x value space.
      02 ml_by pic s9(8) sign leading separate.

    *> Same 99-sensor bound as 15a.
    01 sensors.
      02 sensor_cnt pic s9(4) comp value 0.
      02 sensor occurs 0 to 99 times
          depending on sensor_cnt indexed by sensor_idx.
        03 sensor_id pic 9(4).
        03 sensor_x pic s9(8) comp.
        03 sensor_y pic s9(8) comp.
        03 beacon_x pic s9(8) comp.
        03 beacon_y pic s9(8) comp.
    77 other_idx pic s9(4) comp.

    01 known_beacons.
      02 known_cnt pic s9(4) comp value 0.
      02 known_row occurs 0 to 999 times
          depending on known_cnt indexed by known_idx.
        03 known_x pic s9(8) comp.
        03 known_y pic s9(8) comp.
    77 known_found pic x.
    77 claimed_found pic x.

    77 trn_action pic x(8).
    77 trn_id pic x(6).
    77 trn_sx pic x(10).
    77 trn_sy pic x(10).
    77 trn_bx pic x(10).
    77 trn_by pic x(10).
    77 match_idx pic s9(4) comp.
    77 match_found pic x.
    77 shift_idx pic s9(4) comp.
    77 new_sx pic s9(8) comp.
    77 new_sy pic s9(8) comp.
    77 new_bx pic s9(8) comp.
    77 new_by pic s9(8) comp.
    77 new_dist pic s9(8) comp.
    77 other_dist pic s9(8) comp.
    77 test_dist pic s9(8) comp.
    77 contra_found pic x.
    77 verdict_text pic x(80).

    77 contra_cnt pic s9(4) comp value 0.
    77 dup_cnt pic s9(4) comp value 0.
    77 delta_cnt pic s9(4) comp value 0.
    77 reject_cnt pic s9(4) comp value 0.
    77 unclaimed_cnt pic s9(4) comp value 0.

    77 report-line pic x(999).
    77 report-ptr pic s9(4) comp.
    77 disp-id pic 9(4).
    77 disp-id2 pic 9(4).
    77 disp-x pic -(8)9.
    77 disp-y pic -(8)9.
    77 disp-dist pic z(8)9.
    77 disp-cnt pic z(3)9.

procedure division.
  move "N" to mst_eof
  open input mstfile
  if mstfilestat not = "00"
    display "snsaudit: no 15.mst sensor master -- nothing to audit."
    move 8 to return-code
    goback
  end-if
  perform until mst_eof = "Y"
    read mstfile at end move "Y" to mst_eof
      not at end
        if mstfileline(1:4) is numeric and sensor_cnt < 99
          move mstfileline to master_line
          add 1 to sensor_cnt
          move ml_id to sensor_id(sensor_cnt)
          move ml_sx to sensor_x(sensor_cnt)
          move ml_sy to sensor_y(sensor_cnt)
          move ml_bx to beacon_x(sensor_cnt)
          move ml_by to beacon_y(sensor_cnt)
          move ml_bx to new_bx
          move ml_by to new_by
          perform remember_beacon
        end-if
    end-read
  end-perform
  close mstfile
  display "snsaudit: master loaded -- " sensor_cnt " sensor(s)."

  call 'lib-writereport' using function module-id "O" report-line
  move "DAY-15 SENSOR NETWORK CONSISTENCY AUDIT" to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move spaces to report-line
  move sensor_cnt to disp-cnt
  string "MASTER SENSORS: " function trim(disp-cnt)
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line

  perform audit_master
  perform audit_duplicates
  perform audit_deltas
  perform audit_unclaimed

  move spaces to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move spaces to report-line
  move contra_cnt to disp-cnt
  string "CONTRADICTORY: " function trim(disp-cnt) delimited by size
    into report-line
  end-string
  move function length(function trim(report-line)) to report-ptr
  add 1 to report-ptr
  move dup_cnt to disp-cnt
  string "  DUPLICATE POSITIONS: " function trim(disp-cnt)
    delimited by size into report-line with pointer report-ptr
  end-string
  move reject_cnt to disp-cnt
  string "  DELTAS REJECTED: " function trim(disp-cnt)
    delimited by size into report-line with pointer report-ptr
  end-string
  move delta_cnt to disp-cnt
  string " OF " function trim(disp-cnt)
    delimited by size into report-line with pointer report-ptr
  end-string
  move unclaimed_cnt to disp-cnt
  string "  UNCLAIMED BEACONS: " function trim(disp-cnt)
    delimited by size into report-line with pointer report-ptr
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  call 'lib-writereport' using function module-id "C" report-line

  display "snsaudit: " contra_cnt " contradictory, " dup_cnt
      " duplicate position(s), " reject_cnt " delta(s) rejected, "
      unclaimed_cnt " unclaimed beacon(s)."
  if contra_cnt > 0 or dup_cnt > 0 or reject_cnt > 0
      or unclaimed_cnt > 0
    move 4 to return-code
  else
    move 0 to return-code
  end-if
  goback.

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

*> Every master sensor against every reported beacon; the closest
*> contradicting beacon is named.
audit_master.
  move spaces to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move "CONTRADICTORY SENSORS (A REPORTED BEACON IS CLOSER THAN THE CLAIMED ONE)"
      to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move "  ID   SENSOR X   SENSOR Y   CLAIMED X  CLAIMED Y       DIST   CLOSER X   CLOSER Y       DIST"
      to report-line
  call 'lib-writereport' using function module-id "W" report-line
  perform varying sensor_idx from 1 by 1
      until sensor_idx > sensor_cnt
    compute new_dist = function abs(sensor_x(sensor_idx)
        - beacon_x(sensor_idx))
        + function abs(sensor_y(sensor_idx) - beacon_y(sensor_idx))
    move "N" to contra_found
    move new_dist to other_dist
    perform varying known_idx from 1 by 1
        until known_idx > known_cnt
      compute test_dist = function abs(sensor_x(sensor_idx)
          - known_x(known_idx))
          + function abs(sensor_y(sensor_idx) - known_y(known_idx))
      if test_dist < other_dist
        move "Y" to contra_found
        move test_dist to other_dist
        move known_x(known_idx) to new_bx
        move known_y(known_idx) to new_by
      end-if
    end-perform
    if contra_found = "Y"
      add 1 to contra_cnt
      move spaces to report-line
      move sensor_id(sensor_idx) to disp-id
      move disp-id to report-line(1:4)
      move sensor_x(sensor_idx) to disp-x
      move sensor_y(sensor_idx) to disp-y
      move disp-x to report-line(7:9)
      move disp-y to report-line(18:9)
      move beacon_x(sensor_idx) to disp-x
      move beacon_y(sensor_idx) to disp-y
      move disp-x to report-line(29:9)
      move disp-y to report-line(40:9)
      move new_dist to disp-dist
      move disp-dist to report-line(51:9)
      move new_bx to disp-x
      move new_by to disp-y
      move disp-x to report-line(62:9)
      move disp-y to report-line(73:9)
      move other_dist to disp-dist
      move disp-dist to report-line(84:9)
      call 'lib-writereport' using function module-id "W" report-line
    end-if
  end-perform
  if contra_cnt = 0
    move "  (none)" to report-line
    call 'lib-writereport' using function module-id "W" report-line
  end-if
  .

audit_duplicates.
  move spaces to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move "DUPLICATE SENSOR POSITIONS" to report-line
  call 'lib-writereport' using function module-id "W" report-line
  perform varying sensor_idx from 1 by 1
      until sensor_idx > sensor_cnt
    perform varying other_idx from 1 by 1
        until other_idx >= sensor_idx
      if sensor_x(other_idx) = sensor_x(sensor_idx)
          and sensor_y(other_idx) = sensor_y(sensor_idx)
        add 1 to dup_cnt
        move sensor_id(other_idx) to disp-id
        move sensor_id(sensor_idx) to disp-id2
        move sensor_x(sensor_idx) to disp-x
        move sensor_y(sensor_idx) to disp-y
        move spaces to report-line
        string "  SENSORS " disp-id " AND " disp-id2 " BOTH AT "
          function trim(disp-x) ", " function trim(disp-y)
          delimited by size into report-line
        end-string
        call 'lib-writereport' using function module-id "W" report-line
      end-if
    end-perform
  end-perform
  if dup_cnt = 0
    move "  (none)" to report-line
    call 'lib-writereport' using function module-id "W" report-line
  end-if
  .

*> The day's deltas, replayed in order against the master the way
*> 15a applies them; accepted deltas update the network (and the
*> reported beacons) for the deltas after them.
audit_deltas.
  move spaces to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move "DELTAS (15.trn, IN ORDER)" to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move "N" to trn_eof
  open input trnfile
  if trnfilestat not = "00"
    move "  (no 15.trn on file)" to report-line
    call 'lib-writereport' using function module-id "W" report-line
    exit paragraph
  end-if
  perform until trn_eof = "Y"
    read trnfile at end move "Y" to trn_eof
      not at end
        if function trim(trnfileline) not = spaces
          perform audit_one_delta
        end-if
    end-read
  end-perform
  close trnfile
  .

audit_one_delta.
  add 1 to delta_cnt
  move spaces to trn_action trn_id trn_sx trn_sy trn_bx trn_by
  unstring function trim(trnfileline) delimited by all " "
    into trn_action trn_id trn_sx trn_sy trn_bx trn_by
  end-unstring
  move "N" to match_found
  perform varying match_idx from 1 by 1
      until match_idx > sensor_cnt or match_found = "Y"
    if sensor_id(match_idx) = function numval(trn_id)
      move "Y" to match_found
    end-if
  end-perform
  if match_found = "Y"
    subtract 1 from match_idx
  end-if
  move spaces to verdict_text
  move "N" to contra_found
  if trn_action = "ADD" or trn_action = "MOVE"
    perform check_delta_contradiction
  end-if
  if contra_found = "N"
    evaluate trn_action
      when "ADD"
        if sensor_cnt < 99 and match_found = "N"
          add 1 to sensor_cnt
          move function numval(trn_id) to sensor_id(sensor_cnt)
          move new_sx to sensor_x(sensor_cnt)
          move new_sy to sensor_y(sensor_cnt)
          move new_bx to beacon_x(sensor_cnt)
          move new_by to beacon_y(sensor_cnt)
          perform remember_beacon
        else
          move "REJECT DUPLICATE ID OR MASTER FULL" to verdict_text
        end-if
      when "MOVE"
        if match_found = "Y"
          move new_sx to sensor_x(match_idx)
          move new_sy to sensor_y(match_idx)
          move new_bx to beacon_x(match_idx)
          move new_by to beacon_y(match_idx)
          perform remember_beacon
        else
          move "REJECT NO SUCH SENSOR" to verdict_text
        end-if
      when "REMOVE"
        if match_found = "Y"
          perform varying shift_idx from match_idx by 1
              until shift_idx >= sensor_cnt
            move sensor(shift_idx + 1) to sensor(shift_idx)
          end-perform
          subtract 1 from sensor_cnt
        else
          move "REJECT NO SUCH SENSOR" to verdict_text
        end-if
      when other
        move "REJECT UNKNOWN ACTION" to verdict_text
    end-evaluate
  end-if
  if verdict_text = spaces
    move "ACCEPT" to verdict_text
  else
    add 1 to reject_cnt
  end-if
  move spaces to report-line
  string "  " trn_action " " trn_id " " verdict_text
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  .

*> Same test as 15a's delta pass. The sensor being moved is not held
*> against its own new beacon.
check_delta_contradiction.
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
      move known_x(known_idx) to disp-x
      move known_y(known_idx) to disp-y
      string "REJECT CONTRADICTORY -- BEACON AT "
        function trim(disp-x) ", " function trim(disp-y)
        " IS CLOSER"
        delimited by size into verdict_text
      end-string
    end-if
  end-perform
  perform varying other_idx from 1 by 1
      until other_idx > sensor_cnt or contra_found = "Y"
    if match_found = "N" or other_idx not = match_idx
      compute other_dist = function abs(sensor_x(other_idx) - new_bx)
          + function abs(sensor_y(other_idx) - new_by)
      if other_dist < function abs(sensor_x(other_idx)
            - beacon_x(other_idx))
          + function abs(sensor_y(other_idx) - beacon_y(other_idx))
        move "Y" to contra_found
        move sensor_id(other_idx) to disp-id
        string "REJECT CONTRADICTORY -- BEACON IS CLOSER TO SENSOR "
          disp-id " THAN ITS OWN"
          delimited by size into verdict_text
        end-string
      end-if
    end-if
  end-perform
  .

*> Reported beacons no sensor claims once the day's deltas are in.
audit_unclaimed.
  move spaces to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move "UNCLAIMED BEACONS" to report-line
  call 'lib-writereport' using function module-id "W" report-line
  perform varying known_idx from 1 by 1 until known_idx > known_cnt
    move "N" to claimed_found
    perform varying sensor_idx from 1 by 1
        until sensor_idx > sensor_cnt or claimed_found = "Y"
      if beacon_x(sensor_idx) = known_x(known_idx)
          and beacon_y(sensor_idx) = known_y(known_idx)
        move "Y" to claimed_found
      end-if
    end-perform
    if claimed_found = "N"
      add 1 to unclaimed_cnt
      move known_x(known_idx) to disp-x
      move known_y(known_idx) to disp-y
      move spaces to report-line
      string "  BEACON AT " function trim(disp-x) ", "
        function trim(disp-y)
        delimited by size into report-line
      end-string
      call 'lib-writereport' using function module-id "W" report-line
    end-if
  end-perform
  if unclaimed_cnt = 0
    move "  (none)" to report-line
    call 'lib-writereport' using function module-id "W" report-line
  end-if
  .
