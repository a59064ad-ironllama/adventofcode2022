environment division.
  input-output section.
    file-control.
      *> The droplet scan is read straight off disk, twice -- once for
      *> the bounding box, once to mark the cubes into the occupancy
      *> index -- instead of through lib-readdata's table: no cube list
      *> is held at all, so the cube count is bounded by the scan's
      *> dimensions, not by an occurs clause.
      select cbfile assign to cb_filename
        organization is line sequential
        file status is cbfilestat.
      select mfile assign to "input.manifest"
        organization is line sequential
        file status is mfilestat.
      *> Cross-section slice export for the materials review.
      select slcfile assign to slc_filename
        organization is line sequential
        file status is slcfilestat.

data division.
  file section.
    fd cbfile.
    01 cbfileline pic x(99).

    fd mfile.
      01 mfileline pic x(20).

    fd slcfile.
    01 slcfileline pic x(120).

  working-storage section.
    01 cb_filename pic x(40).
    01 cbfilestat pic xx.
    77 cb_eof pic x.
    77 cb_x_text pic x(10).
    77 cb_y_text pic x(10).
    77 cb_z_text pic x(10).
    77 cube_x pic s9(4) comp.
    77 cube_y pic s9(4) comp.
    77 cube_z pic s9(4) comp.
    77 cube_cnt pic 9(8) comp value 0.
    77 cube_dup_cnt pic 9(8) comp value 0.

    *> Optional shared manifest lookup, same convention as
    *> lib-readfile.
    01 mfilestat pic xx.
    77 meof pic x.
    01 manifest_key pic x(2).
    77 manifest_found pic x value "N".
    01 manifest_suffix pic x(4) value ".dat".

    *> Occupancy index over the droplet's bounding box plus a one-cell
    *> margin all round, one byte per cell, addressed directly from
    *> the cell's index coordinates (locate_cell): 'L' lava, 'E'
    *> exterior air (flooded in from the margin), 'C' enclosed cavity
    *> air, ' ' not yet reached. Index coordinate 1 on each axis is
    *> the margin below the droplet's lowest cube.
    01 occ_index.
      02 occ_cell pic x occurs 8000000 times.
    77 occ_limit pic s9(8) comp value 8000000.
    77 occ_nx pic s9(8) comp.
    77 occ_ny pic s9(8) comp.
    77 occ_nz pic s9(8) comp.
    77 occ_size pic s9(8) comp.
    77 occ_pos pic s9(8) comp.
    77 loc_x pic s9(8) comp.
    77 loc_y pic s9(8) comp.
    77 loc_z pic s9(8) comp.

    01 all_limits.
      02 low_z pic s9(4) comp value 9999.
      02 high_z pic s9(4) comp value -9999.
      02 low_y pic s9(4) comp value 9999.
      02 high_y pic s9(4) comp value -9999.
      02 low_x pic s9(4) comp value 9999.
      02 high_x pic s9(4) comp value -9999.
    01 z_idx pic s9(8) comp.
    01 y_idx pic s9(8) comp.
    01 x_idx pic s9(8) comp.

    *> Flood-fill work queue, shared by the exterior flood and then
    *> each cavity flood in turn. It is a ring: a breadth-first flood
    *> only ever holds its frontier, far smaller than the box.
    01 work_queue.
      02 wq_head pic s9(8) comp.
      02 wq_tail pic s9(8) comp.
      02 wq_pending pic s9(8) comp.
      02 wq_row occurs 999999 times.
        03 wq_x pic s9(4) comp.
        03 wq_y pic s9(4) comp.
        03 wq_z pic s9(4) comp.
    77 wq_max pic s9(8) comp value 999999.
    77 wq_hw pic s9(8) comp value 0.
    77 wq_overflow pic x value "N".
    *> The cell just taken off the queue.
    77 wk_x pic s9(4) comp.
    77 wk_y pic s9(4) comp.
    77 wk_z pic s9(4) comp.
    77 go_queue_hw pic s9(8) comp value 0.
    77 exterior_cnt pic s9(8) comp value 0.

    77 total_found_1 pic s9(8) comp.
    77 total_found_2 pic s9(8) comp.
    77 total_found pic s9(8) comp.

    *> Cavity enumeration: one flood per distinct enclosed pocket
    *> left unreached (' ') by the exterior flood.
    77 cg_x pic s9(4) comp.
    77 cg_y pic s9(4) comp.
    77 cg_z pic s9(4) comp.
        03 cavity_lo_z pic s9(4) comp.
        03 cavity_hi_z pic s9(4) comp.
        03 cavity_wall pic s9(4) comp.
    77 cav_nx pic s9(4) comp.
    77 cav_ny pic s9(4) comp.
    77 cav_nz pic s9(4) comp.
    77 cav_dir pic s9(4) comp.
    77 cav_run pic s9(4) comp.
    77 cav_done pic 9.
    77 cav_q_hw pic s9(8) comp value 0.
    77 report-line pic x(999).
    77 report-ptr pic s9(4) comp.
    77 disp-c1 pic z(3)9.
    77 disp-c2 pic -(7)9.
    77 disp-c3 pic -(7)9.

    01 bbox_low_x pic s9(4) comp.
    01 bbox_high_x pic s9(4) comp.
    01 bbox_low_y pic s9(4) comp.
    01 bbox_high_y pic s9(4) comp.
    01 bbox_low_z pic s9(4) comp.
    01 bbox_high_z pic s9(4) comp.

    *> For lib-postanswer -- the consolidated answers interface.
    77 post_answer pic 9(18).
    77 post_status pic x(4) value "RAW ".

    *> Cross-section slice export (SLICE=X|Y|Z on 18.ctl): written
    *> to 18.slc from the occupancy index, one layer per slice, '#'
    *> droplet, 'o' enclosed cavity, '.' exterior.
    01 ctl_all_lines.
      02 ctl_line_cnt pic s9(8) comp value 0.
      02 ctl_line_row pic x(9999) occurs 0 to 9 times
    77 parm_source pic x(4).
    77 parm_echo pic x(60).
    77 slice_parm pic x value space.
    01 slc_filename pic x(40).
    01 slcfilestat pic xx.
    77 slice_layer pic s9(4) comp.
    77 slice_a pic s9(4) comp.
    77 slice_lava_cnt pic s9(8) comp.
    77 slice_cav_cnt pic s9(8) comp.
    77 slice_ext_cnt pic s9(8) comp.
    77 disp-s1 pic -(3)9.
    77 disp-s2 pic z(5)9.
    77 disp-s3 pic z(5)9.
    77 disp-s4 pic z(5)9.

    *> For lib-campfile -- a camp reads its own input set.
    77 camp_code pic x(3).

    *> For lib-capacity -- the table high-water ledger.
    77 cap_table pic x(16).
    77 cap_used pic s9(8) comp.
    77 cap_limit pic s9(8) comp.

procedure division.
  *> SLICE=X|Y|Z on the control card turns on the cross-section
  *> export the materials people review: one grid map per layer
  *> through the bounding box, droplet/cavity/exterior marked.
    display function trim(parm_echo)
    move parm_value(1:1) to slice_parm
  end-if

  move "18" to manifest_key
  perform check_manifest
  move spaces to cb_filename
  string manifest_key delimited by size
    manifest_suffix delimited by space
    into cb_filename
  end-string
  call 'lib-campfile' using cb_filename camp_code

  *> First pass: the bounding box.
  perform measure_scan
  evaluate cbfilestat
    when "00"
    when "10"
      continue
    when "35"
    when "05"
      display "File does not exist: " function trim(cb_filename)
      move 8 to return-code
      goback
    when other
      display "18b: ERROR reading " function trim(cb_filename)
          " status " cbfilestat
      move 12 to return-code
      goback
  end-evaluate
  if high_x < low_x
    display "18b: no cubes in " function trim(cb_filename)
    move 8 to return-code
    goback
  end-if

  move low_x to bbox_low_x
  move high_x to bbox_high_x
  move high_y to bbox_high_y
  move low_z to bbox_low_z
  move high_z to bbox_high_z
  compute occ_nx = high_x - low_x + 3
  compute occ_ny = high_y - low_y + 3
  compute occ_nz = high_z - low_z + 3
  compute occ_size = occ_nx * occ_ny * occ_nz
  if occ_size > occ_limit
    display "18b: ERROR -- bounding box " occ_nx " x " occ_ny " x "
        occ_nz " cells exceeds the occupancy index (" occ_limit ")"
    move 12 to return-code
    goback
  end-if

  *> Second pass: mark the droplet into the index.
  perform varying occ_pos from 1 by 1 until occ_pos > occ_size
    move " " to occ_cell(occ_pos)
  end-perform
  perform mark_scan
  if cube_dup_cnt > 0
    display "18b: " cube_dup_cnt " duplicate cube record(s) ignored."
  end-if

  *> Exterior air: flood in from the margin corner.
  perform bfs_against_outside
  if wq_overflow = "Y"
    display "18b: ERROR -- flood-fill work queue (" wq_max
        ") overflowed; exterior air is incomplete, nothing posted"
    move 12 to return-code
    goback
  end-if

  *> Part 1 counts every lava face not against lava; part 2 the ones
  *> against enclosed air the exterior flood never reached.
  move 0 to total_found_1
  move 0 to total_found_2
  perform varying z_idx from 2 by 1 until z_idx > occ_nz - 1
    perform varying y_idx from 2 by 1 until y_idx > occ_ny - 1
      perform varying x_idx from 2 by 1 until x_idx > occ_nx - 1
        move x_idx to loc_x
        move y_idx to loc_y
        move z_idx to loc_z
        perform locate_cell
        if occ_cell(occ_pos) = "L"
          perform count_cube_faces
        end-if
      end-perform
    end-perform
  end-perform

  display "1: " total_found_1 " 2: " total_found_2
  compute total_found = total_found_1 - total_found_2
  display "FINISHED: " total_found
  move total_found to post_answer
  call 'lib-postanswer' using function module-id post_answer
      post_status "S"

  perform enumerate_cavities

    perform export_slices
  end-if

  *> High-water of the key tables, for the headroom report. Cubes
  *> are bounded by the occupancy index, not a table of their own.
  move "CUBES" to cap_table
  move cube_cnt to cap_used
  move occ_limit to cap_limit
  call 'lib-capacity' using function module-id cap_table cap_used
      cap_limit
  move "OCC-INDEX" to cap_table
  move occ_size to cap_used
  move occ_limit to cap_limit
  call 'lib-capacity' using function module-id cap_table cap_used
      cap_limit
  move "GO-QUEUE" to cap_table
  move go_queue_hw to cap_used
  move wq_max to cap_limit
  call 'lib-capacity' using function module-id cap_table cap_used
      cap_limit
  move "CAVITIES" to cap_table
  move cavity_cnt to cap_used
  move 99 to cap_limit
  call 'lib-capacity' using function module-id cap_table cap_used
      cap_limit
  move "CAVITY-QUEUE" to cap_table
  move cav_q_hw to cap_used
  move wq_max to cap_limit
  call 'lib-capacity' using function module-id cap_table cap_used
      cap_limit

  goback.

check_manifest.
  move "N" to manifest_found
  move "N" to meof
  open input mfile
  if mfilestat = "00"
    perform until meof = "Y" or manifest_found = "Y"
      read mfile at end move "Y" to meof
        not at end
          if mfileline(1:2) = manifest_key
            move mfileline(4:4) to manifest_suffix
            move "Y" to manifest_found
          end-if
      end-read
    end-perform
    close mfile
  end-if
  .

parse_cube.
  move spaces to cb_x_text cb_y_text cb_z_text
  unstring function trim(cbfileline) delimited by ","
    into cb_x_text cb_y_text cb_z_text
  end-unstring
  move function numval(cb_x_text) to cube_x
  move function numval(cb_y_text) to cube_y
  move function numval(cb_z_text) to cube_z
  .

measure_scan.
  move "N" to cb_eof
  open input cbfile
  if cbfilestat not = "00"
    exit paragraph
  end-if
  perform until cb_eof = "Y"
    read cbfile at end move "Y" to cb_eof
      not at end
        if cbfileline not = spaces
          perform parse_cube
          perform check_limits
        end-if
    end-read
  end-perform
  close cbfile
  .

mark_scan.
  move "N" to cb_eof
  open input cbfile
  perform until cb_eof = "Y"
    read cbfile at end move "Y" to cb_eof
      not at end
        if cbfileline not = spaces
          perform parse_cube
          compute loc_x = cube_x - bbox_low_x + 2
          compute loc_y = cube_y - bbox_low_y + 2
          compute loc_z = cube_z - bbox_low_z + 2
          perform locate_cell
          if occ_cell(occ_pos) = "L"
            add 1 to cube_dup_cnt
          else
            move "L" to occ_cell(occ_pos)
            add 1 to cube_cnt
          end-if
        end-if
    end-read
  end-perform
  close cbfile
  .

*> Index coordinates (1 = the low margin) to the cell's position.
locate_cell.
  compute occ_pos = ((loc_z - 1) * occ_ny + (loc_y - 1)) * occ_nx
      + loc_x
  .

count_cube_faces.
  move x_idx to cav_nx
  move y_idx to cav_ny
  move z_idx to cav_nz
  perform varying cav_dir from 1 by 1 until cav_dir > 6
    perform neighbor_offset
    move cav_nx to loc_x
    move cav_ny to loc_y
    move cav_nz to loc_z
    perform locate_cell
    evaluate occ_cell(occ_pos)
      when "L"
        continue
      when " "
        add 1 to total_found_1
        add 1 to total_found_2
      when other
        add 1 to total_found_1
    end-evaluate
    move x_idx to cav_nx
    move y_idx to cav_ny
    move z_idx to cav_nz
  end-perform
  .

*> One grid map per layer along the chosen axis, from the occupancy
*> index ('L' lava, 'E' exterior, 'C' enclosed): the cavity reports
*> say a void exists, the slices show its shape.
export_slices.
  move "18.slc" to slc_filename
  call 'lib-campfile' using slc_filename camp_code
  open output slcfile
  if slcfilestat not = "00"
    display "18b: ERROR opening " function trim(slc_filename)
        " status " slcfilestat
    exit paragraph
  end-if
  evaluate slice_parm
      end-perform
  end-evaluate
  close slcfile
  display "18b: slice export written to " function trim(slc_filename)
      " (AXIS " slice_parm ")."
  .

*> slice_a walks the vertical page axis, slice_b the horizontal;
        move 0 to slice_col
        perform varying slice_b from bbox_low_z by 1
            until slice_b > bbox_high_z
          compute loc_x = slice_layer - bbox_low_x + 2
          compute loc_y = slice_a - bbox_low_y + 2
          compute loc_z = slice_b - bbox_low_z + 2
          perform classify_slice_cell
        end-perform
        write slcfileline
        move 0 to slice_col
        perform varying slice_b from bbox_low_x by 1
            until slice_b > bbox_high_x
          compute loc_x = slice_b - bbox_low_x + 2
          compute loc_y = slice_layer - bbox_low_y + 2
          compute loc_z = slice_a - bbox_low_z + 2
          perform classify_slice_cell
        end-perform
        write slcfileline
        move 0 to slice_col
        perform varying slice_b from bbox_low_x by 1
            until slice_b > bbox_high_x
          compute loc_x = slice_b - bbox_low_x + 2
          compute loc_y = slice_a - bbox_low_y + 2
          compute loc_z = slice_layer - bbox_low_z + 2
          perform classify_slice_cell
        end-perform
        write slcfileline

classify_slice_cell.
  add 1 to slice_col
  perform locate_cell
  evaluate occ_cell(occ_pos)
    when "L"
      move "#" to slice_cell
      add 1 to slice_lava_cnt
*> wall of lava between it and the exterior -- one big void and a
*> hundred small ones need different answers from the materials team.
enumerate_cavities.
  call 'lib-writereport' using function module-id "O" report-line
  move "INTERIOR CAVITY INVENTORY" to report-line
  call 'lib-writereport' using function module-id "W" report-line
      to report-line
  call 'lib-writereport' using function module-id "H" report-line

  *> Every cell the exterior flood did not reach and that is not
  *> lava seeds a cavity flood-fill.
  perform varying cg_z from 2 by 1 until cg_z > occ_nz - 1
    perform varying cg_y from 2 by 1 until cg_y > occ_ny - 1
      perform varying cg_x from 2 by 1 until cg_x > occ_nx - 1
        move cg_x to loc_x
        move cg_y to loc_y
        move cg_z to loc_z
        perform locate_cell
        if occ_cell(occ_pos) = " "
          perform flood_one_cavity
        end-if
      end-perform
  set cavity_idx to cavity_cnt
  move 0 to cavity_volume(cavity_idx)
  move 0 to cavity_surface(cavity_idx)
  move 9999 to cavity_lo_x(cavity_idx)
  move 0 to cavity_hi_x(cavity_idx)
  move 9999 to cavity_lo_y(cavity_idx)
  move 0 to cavity_hi_y(cavity_idx)
  move 9999 to cavity_lo_z(cavity_idx)
  move 0 to cavity_hi_z(cavity_idx)
  move 9999 to cavity_wall(cavity_idx)

  move 0 to wq_head wq_tail wq_pending wq_hw
  move "C" to occ_cell(occ_pos)
  move cg_x to cav_nx
  move cg_y to cav_ny
  move cg_z to cav_nz
  perform push_work_queue
  perform until wq_pending = 0
    perform pop_work_queue
    perform visit_cavity_cell
  end-perform
  if wq_hw > cav_q_hw
    move wq_hw to cav_q_hw
  end-if

  perform report_one_cavity
  .

*> The popped cell is in wk_x/wk_y/wk_z.
visit_cavity_cell.
  add 1 to cavity_volume(cavity_idx)
  if wk_x < cavity_lo_x(cavity_idx)
    move wk_x to cavity_lo_x(cavity_idx) end-if
  if wk_x > cavity_hi_x(cavity_idx)
    move wk_x to cavity_hi_x(cavity_idx) end-if
  if wk_y < cavity_lo_y(cavity_idx)
    move wk_y to cavity_lo_y(cavity_idx) end-if
  if wk_y > cavity_hi_y(cavity_idx)
    move wk_y to cavity_hi_y(cavity_idx) end-if
  if wk_z < cavity_lo_z(cavity_idx)
    move wk_z to cavity_lo_z(cavity_idx) end-if
  if wk_z > cavity_hi_z(cavity_idx)
    move wk_z to cavity_hi_z(cavity_idx) end-if

  move wk_x to cav_nx
  move wk_y to cav_ny
  move wk_z to cav_nz
  perform varying cav_dir from 1 by 1 until cav_dir > 6
    perform neighbor_offset
    move cav_nx to loc_x
    move cav_ny to loc_y
    move cav_nz to loc_z
    perform locate_cell
    evaluate occ_cell(occ_pos)
      when "L"
        add 1 to cavity_surface(cavity_idx)
        perform measure_wall
      when " "
        move "C" to occ_cell(occ_pos)
        perform push_work_queue
    end-evaluate
    move wk_x to cav_nx
    move wk_y to cav_ny
    move wk_z to cav_nz
  end-perform
  .

  move 0 to cav_run
  move 0 to cav_done
  perform until cav_done = 1
    move cav_nx to loc_x
    move cav_ny to loc_y
    move cav_nz to loc_z
    perform locate_cell
    evaluate occ_cell(occ_pos)
      when "L"
        add 1 to cav_run
        perform neighbor_offset
        end-if
        move 1 to cav_done
      when other
        *> Ran into another pocket: not a path to the exterior along
        *> this axis.
        move 1 to cav_done
    end-evaluate
    if cav_nx < 1 or cav_nx > occ_nx or cav_ny < 1 or cav_ny > occ_ny
        or cav_nz < 1 or cav_nz > occ_nz
      move 1 to cav_done
    end-if
  end-perform
    "  " function trim(disp-c3)
    delimited by size into report-line
  end-string
  compute report-ptr = function length(function trim(report-line)) + 1
  compute disp-c2 = cavity_lo_x(cavity_idx) + bbox_low_x - 2
  compute disp-c3 = cavity_hi_x(cavity_idx) + bbox_low_x - 2
  string "  X " function trim(disp-c2) "-" function trim(disp-c3)
    delimited by size into report-line
    with pointer report-ptr
  end-string
  compute disp-c2 = cavity_lo_y(cavity_idx) + bbox_low_y - 2
  compute disp-c3 = cavity_hi_y(cavity_idx) + bbox_low_y - 2
  string " Y " function trim(disp-c2) "-" function trim(disp-c3)
    delimited by size into report-line
    with pointer report-ptr
  end-string
  compute disp-c2 = cavity_lo_z(cavity_idx) + bbox_low_z - 2
  compute disp-c3 = cavity_hi_z(cavity_idx) + bbox_low_z - 2
  string " Z " function trim(disp-c2) "-" function trim(disp-c3)
    delimited by size into report-line
    with pointer report-ptr
  end-string
  move cavity_wall(cavity_idx) to disp-c2
  string "  WALL " function trim(disp-c2)
    delimited by size into report-line
    with pointer report-ptr
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  display function trim(report-line)
  .

*> Flood the exterior air in from the margin corner: every cell it
*> reaches is marked 'E' in the index as it is queued, so nothing is
*> queued twice and no visited list is needed.
bfs_against_outside.
  move 0 to wq_head wq_tail wq_pending wq_hw
  move 1 to cav_nx cav_ny cav_nz
  move 1 to loc_x loc_y loc_z
  perform locate_cell
  move "E" to occ_cell(occ_pos)
  add 1 to exterior_cnt
  perform push_work_queue
  perform until wq_pending = 0
    perform pop_work_queue
    move wk_x to cav_nx
    move wk_y to cav_ny
    move wk_z to cav_nz
    perform varying cav_dir from 1 by 1 until cav_dir > 6
      perform neighbor_offset
      if cav_nx >= 1 and cav_nx <= occ_nx
          and cav_ny >= 1 and cav_ny <= occ_ny
          and cav_nz >= 1 and cav_nz <= occ_nz
        move cav_nx to loc_x
        move cav_ny to loc_y
        move cav_nz to loc_z
        perform locate_cell
        if occ_cell(occ_pos) = " "
          move "E" to occ_cell(occ_pos)
          add 1 to exterior_cnt
          perform push_work_queue
        end-if
      end-if
      move wk_x to cav_nx
      move wk_y to cav_ny
      move wk_z to cav_nz
    end-perform
  end-perform
  move wq_hw to go_queue_hw
  .

push_work_queue.
  if wq_pending >= wq_max
    move "Y" to wq_overflow
    exit paragraph
  end-if
  add 1 to wq_tail
  if wq_tail > wq_max
    move 1 to wq_tail
  end-if
  move cav_nx to wq_x(wq_tail)
  move cav_ny to wq_y(wq_tail)
  move cav_nz to wq_z(wq_tail)
  add 1 to wq_pending
  if wq_pending > wq_hw
    move wq_pending to wq_hw
  end-if
  .

pop_work_queue.
  add 1 to wq_head
  if wq_head > wq_max
    move 1 to wq_head
  end-if
  move wq_x(wq_head) to wk_x
  move wq_y(wq_head) to wk_y
  move wq_z(wq_head) to wk_z
  subtract 1 from wq_pending
  .

check_limits.
  if cube_x < low_x
    move cube_x to low_x
  end-if
  if cube_x > high_x
    move cube_x to high_x
  end-if
  if cube_y < low_y
    move cube_y to low_y
  end-if
  if cube_y > high_y
    move cube_y to high_y
  end-if
  if cube_z < low_z
    move cube_z to low_z
  end-if
  if cube_z > high_z
    move cube_z to high_z
  end-if
  .

display_z_axis.
  *> Check out the situation by slicing on the Z axis.
  perform varying z_idx from 1 by 1 until z_idx > occ_nz
    display "Z INDEX: [" z_idx "]"
    display "===================="
    perform varying y_idx from 1 by 1 until y_idx > occ_ny
      perform varying x_idx from 1 by 1 until x_idx > occ_nx
        move x_idx to loc_x
        move y_idx to loc_y
        move z_idx to loc_z
        perform locate_cell
        evaluate occ_cell(occ_pos)
          when "L"
            display '#' no advancing
          when "E"
            display "@" no advancing
          when other
            display '.' no advancing
        end-evaluate
      end-perform
      display space
    end-perform
