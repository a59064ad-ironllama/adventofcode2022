    77 mm_scan pic s9(8) comp.
    77 root_ptr pic s9(8) comp value 0.

    *> For lib-rostercheck -- the same validation pass 21a runs; a
    *> roster that fails it is not analysed, findings in 21.edt.
    77 roster_form pic x value "R".
    77 roster_root pic x(4) value "root".
    77 roster_unknown pic x(4) value spaces.
    77 roster_findings pic s9(8) comp value 0.

    77 base_root pic s9(18) comp.
    77 new_root pic s9(18) comp.
    77 delta_val pic s9(18) comp.
  move 0 to return-code
  call 'lib-readdata' using in_progid ".dat" rf_all_lines
  move 0 to return-code
  call 'lib-rostercheck' using in_progid roster_form rf_all_lines
      roster_root roster_unknown roster_findings
  if roster_findings > 0
    display "leafsens: monkey roster failed validation -- not"
        " analysed, see 21.edt."
    move 8 to return-code
    goback
  end-if
  perform load_tree
  if mm_cnt = 0 or root_ptr = 0
    display "leafsens: no usable monkey tree on the 21 input."
