    77 snap_y pic 9(3) comp.
    77 snap_x pic 9(3) comp.
    77 report-line pic x(999).
    *> For lib-joblog.
    77 jl_values pic x(60).
    77 jl_disp_t pic 9(3).

    01 heap_stuff.
      02 minmax pic x(3).
  move 1 to leg_no
  if leg_no <= legs_done
    move leg_arrival(1) to n_t
    move n_t to jl_disp_t
    move spaces to jl_values
    string "LEG 1|ARRIVAL " jl_disp_t delimited by size into jl_values
    end-string
    call 'lib-joblog' using function module-id "CKP0001" jl_values
  else
    move 0 to s_y
    move 0 to s_x
  move 2 to leg_no
  if leg_no <= legs_done
    move leg_arrival(2) to n_t
    move n_t to jl_disp_t
    move spaces to jl_values
    string "LEG 2|ARRIVAL " jl_disp_t delimited by size into jl_values
    end-string
    call 'lib-joblog' using function module-id "CKP0001" jl_values
  else
    move bl_r_cnt to s_y
    move bl_c_cnt(1) to s_x
  move 3 to leg_no
  if leg_no <= legs_done
    move leg_arrival(3) to n_t
    move n_t to jl_disp_t
    move spaces to jl_values
    string "LEG 3|ARRIVAL " jl_disp_t delimited by size into jl_values
    end-string
    call 'lib-joblog' using function module-id "CKP0001" jl_values
  else
    move 0 to s_y
    move 0 to s_x

  move total_found to baseline_answer
  move function module-id to baseline_progid
  call 'lib-checkbaseline' using baseline_progid baseline_answer
      baseline_result "S"

  if snapshot_minute > 0
    perform export_blizzard_snapshot
