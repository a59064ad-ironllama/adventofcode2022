    77 disp-clu3 pic -(3)9.
    77 disp-clu4 pic -(3)9.

    *> For lib-capacity -- the table high-water ledger.
    77 cap_table pic x(16).
    77 cap_used pic s9(8) comp.
    77 cap_limit pic s9(8) comp.

procedure division.
  *> call 'lib-readdata' using function module-id ".dat" rf_all_lines
  call 'lib-readdata' using function module-id ".da1" rf_all_lines

  display "FINAL: " total_found
  move total_found to post_answer
  call 'lib-postanswer' using function module-id post_answer
      post_status "S"

  if clusters_mode = "Y"
    perform write_cluster_ledger
  end-if

  *> High-water of the key tables, for the headroom report.
  move "MAP-ROWS" to cap_table
  move map_height(map_cnt) to cap_used
  move 99 to cap_limit
  call 'lib-capacity' using function module-id cap_table cap_used
      cap_limit
  move "MAP-COLS" to cap_table
  move map_width(map_cnt) to cap_used
  move 99 to cap_limit
  call 'lib-capacity' using function module-id cap_table cap_used
      cap_limit
  move "MAP-GENERATIONS" to cap_table
  move map_cnt to cap_used
  move 99 to cap_limit
  call 'lib-capacity' using function module-id cap_table cap_used
      cap_limit

  goback.

*> Round-by-round cluster ledger over the retained maps. Map m is
