

  working-storage section.
    *> For lib-readrec -- the section pairs, one at a time.
    77 rr_line pic x(9999).
    77 rr_lineno pic s9(8) comp.
    77 rr_eof pic x.

    77 left_string pic x(15).
    77 left_from pic 9(2) comp.
        03 pm_contained pic 9(4).
        03 pm_overlap pic 9(4).
        03 pm_last5 pic x(5).
    77 pm_max pic s9(8) comp value 9999.
    77 pm_over_cnt pic s9(8) comp value 0.
    77 disp-over pic z(7)9.
    01 section_hits.
      02 section_hit pic s9(8) comp occurs 99 times.
    77 sect_idx pic s9(4) comp.
    77 pm_out pic 9(4).
    77 sc_out pic 9(6).

    *> Coverage map (MODE=COVERAGE on the card): how many elves cover
    *> each section across the whole roster, the stretches nobody
    *> covers and those three or more elves cover, with the pairs
    *> behind each.
    77 coverage_mode pic x value "N".
    01 section_cover.
      02 cover_cnt pic s9(4) comp occurs 99 times.
    01 cover_pairs.
      02 cover_pair_cnt pic s9(8) comp value 0.
      02 cover_pair_row occurs 0 to 9999 times
          depending on cover_pair_cnt indexed by cover_pair_idx.
        03 cover_pair_no pic s9(8) comp.
        03 cover_left_from pic 9(2) comp.
        03 cover_left_to pic 9(2) comp.
        03 cover_right_from pic 9(2) comp.
        03 cover_right_to pic 9(2) comp.
    77 max_section pic s9(4) comp value 0.
    77 covered_cnt pic s9(4) comp value 0.
    77 uncovered_cnt pic s9(4) comp value 0.
    77 over_cnt pic s9(4) comp value 0.
    77 stretch_from pic s9(4) comp.
    77 stretch_to pic s9(4) comp.
    77 stretch_kind pic x(5).
    77 stretch_max pic s9(4) comp.
    77 report-ptr pic s9(4) comp.
    77 disp-cover pic z(3)9.
    77 disp-sect2 pic z9.
    77 disp-cnt pic z(3)9.

    *> For lib-readdata + lib-parsectl.
    01 ctl_all_lines.
      02 ctl_line_cnt pic s9(8) comp value 0.
      02 ctl_line_row pic x(9999) occurs 0 to 9 times
          depending on ctl_line_cnt indexed by ctl_line_idx.
    77 parm_keyword pic x(12).
    77 parm_default pic x(30).
    77 parm_value pic x(30).
    77 parm_source pic x(4).
    77 parm_echo pic x(60).

procedure division.

  move 0 to total_found
  perform load_pair_master

  call 'lib-readdata' using function module-id ".ctl" ctl_all_lines
  move "MODE" to parm_keyword
  move "PAIRS" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  if parm_value(1:8) = "COVERAGE"
    move "Y" to coverage_mode
    initialize section_cover
  end-if

  call 'lib-writereport' using function module-id "O" report-line
  move "POLICY   LEFT-RANGE  RIGHT-RANGE  DETAIL" to report-line
  call 'lib-writereport' using function module-id "H" report-line
    display "04b: ERROR opening 04.prp status " prfilestat
  end-if

  call 'lib-readrec' using function module-id "O" rr_line rr_lineno
      rr_eof
  perform until rr_eof = "Y"
    call 'lib-readrec' using function module-id "R" rr_line rr_lineno
        rr_eof
    if rr_eof = "N"
      *> display "LINE: " function trim(rr_line)
      unstring function trim(rr_line) delimited by ","
        into left_string right_string
      end-unstring

      unstring function trim(left_string) delimited by "-"
        into left_from left_to
      end-unstring
      unstring function trim(right_string) delimited by "-"
        into right_from right_to
      end-unstring

      move 0 to match_found
      perform varying left_idx from left_from by 1 until left_idx > left_to or match_found = 1
        if (left_idx >= right_from and left_idx <= right_to)
          move 1 to match_found
        end-if
      end-perform
      perform varying right_idx from right_from by 1 until right_idx > right_to or match_found = 1
        if (right_idx >= left_from and right_idx <= left_to)
          move 1 to match_found
        end-if
      end-perform

      move left_from to new_left_from
      move left_to to new_left_to
      move right_from to new_right_from
      move right_to to new_right_to

      if match_found = 1
        add 1 to total_found
      end-if

      evaluate true
        when (left_from >= right_from and left_to <= right_to)
            or (right_from >= left_from and right_to <= left_to)
          move "CONTAIN" to pair_policy
          add 1 to contain_cnt
          perform propose_reassignment
        when match_found = 1
          move "OVERLAP" to pair_policy
          add 1 to partial_cnt
        when other
          *> No shared section: adjacent pairs are fine, a real gap
          *> between the ranges wastes travel.
          if right_from > left_to
            compute gap_size = right_from - left_to - 1
          else
            compute gap_size = left_from - right_to - 1
          end-if
          if gap_size > 0
            move "GAP    " to pair_policy
            add 1 to gap_cnt
          else
            move "OK     " to pair_policy
          end-if
      end-evaluate

      evaluate pair_policy
        when "CONTAIN" move "C" to run_verdict
        when "OVERLAP" move "O" to run_verdict
        when other move "-" to run_verdict
      end-evaluate
      perform report_pair_detail
      perform update_pair_master
      perform write_proposal_record
      if coverage_mode = "Y"
        perform record_coverage
      end-if
    end-if
  end-perform
  call 'lib-readrec' using function module-id "C" rr_line rr_lineno
      rr_eof

  display "FINAL: " total_found
  move total_found to post_answer
  call 'lib-postanswer' using function module-id post_answer
      post_status "S"
  display "CONTAINMENTS: " contain_cnt
      " PARTIAL OVERLAPS: " partial_cnt
      " TRAVEL GAPS: " gap_cnt
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  perform report_repeat_offenders
  if pm_over_cnt > 0
    move pm_over_cnt to disp-over
    move pm_max to disp-new-2
    move spaces to report-line
    string "PAIR MASTER FULL -- " function trim(disp-over)
      " PAIR(S) PAST LINE " function trim(disp-new-2)
      " NOT TRACKED"
      delimited by size into report-line
    end-string
    call 'lib-writereport' using function module-id "W" report-line
    display "04b: ERROR -- " function trim(report-line)
    move 12 to return-code
  end-if
  perform save_pair_master
  if coverage_mode = "Y"
    perform report_coverage
  end-if
  close prfile
  call 'lib-writereport' using function module-id "C" report-line

  .

update_pair_master.
  *> A pair past the master's capacity cannot be tracked; it is
  *> counted and the run ends in error rather than losing it quietly.
  if rr_lineno > pm_max
    add 1 to pm_over_cnt
    exit paragraph
  end-if
  perform until pm_cnt >= rr_lineno
    add 1 to pm_cnt
    move 0 to pm_seen(pm_cnt)
    move 0 to pm_contained(pm_cnt)
    move 0 to pm_overlap(pm_cnt)
    move "-----" to pm_last5(pm_cnt)
  end-perform
  set pm_idx to rr_lineno
  add 1 to pm_seen(pm_idx)
  if run_verdict = "C"
    add 1 to pm_contained(pm_idx)
    write prfileline
  end-if
  .

*> Each elf's range counts once toward every section in it; the
*> pair's ranges are kept to name the pairs behind a stretch.
record_coverage.
  perform varying sect_idx from left_from by 1 until sect_idx > left_to
    if sect_idx >= 1 and sect_idx <= 99
      add 1 to cover_cnt(sect_idx)
    end-if
  end-perform
  perform varying sect_idx from right_from by 1
      until sect_idx > right_to
    if sect_idx >= 1 and sect_idx <= 99
      add 1 to cover_cnt(sect_idx)
    end-if
  end-perform
  if left_to > max_section
    move left_to to max_section
  end-if
  if right_to > max_section
    move right_to to max_section
  end-if
  if cover_pair_cnt < 9999
    add 1 to cover_pair_cnt
    move rr_lineno to cover_pair_no(cover_pair_cnt)
    move left_from to cover_left_from(cover_pair_cnt)
    move left_to to cover_left_to(cover_pair_cnt)
    move right_from to cover_right_from(cover_pair_cnt)
    move right_to to cover_right_to(cover_pair_cnt)
  end-if
  .

*> Sections 1 to the highest any elf is given: the count for each,
*> then the uncovered (no elf) and over-covered (three or more)
*> stretches, then the sections covered against the highest.
report_coverage.
  if max_section > 99
    move 99 to max_section
  end-if
  move spaces to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move "SECTION COVERAGE -- ELVES PER SECTION" to report-line
  call 'lib-writereport' using function module-id "W" report-line
  perform varying sect_idx from 1 by 1 until sect_idx > max_section
    move sect_idx to disp-sect
    move cover_cnt(sect_idx) to disp-cover
    move spaces to report-line
    string "  SECTION " disp-sect "  ELVES " disp-cover
      delimited by size into report-line
    end-string
    evaluate true
      when cover_cnt(sect_idx) = 0
        move "  UNCOVERED" to report-line(26:11)
      when cover_cnt(sect_idx) >= 3
        move "  OVER" to report-line(26:6)
        add 1 to covered_cnt
      when other
        add 1 to covered_cnt
    end-evaluate
    call 'lib-writereport' using function module-id "W" report-line
  end-perform

  move "UNCOVERED STRETCHES" to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move "UNCOV" to stretch_kind
  perform find_stretches
  if uncovered_cnt = 0
    move "  NONE" to report-line
    call 'lib-writereport' using function module-id "W" report-line
  end-if
  move "OVER-COVERED STRETCHES (3+ ELVES)" to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move "OVER" to stretch_kind
  perform find_stretches
  if over_cnt = 0
    move "  NONE" to report-line
    call 'lib-writereport' using function module-id "W" report-line
  end-if

  move covered_cnt to disp-cnt
  move max_section to disp-sect2
  move spaces to report-line
  move 1 to report-ptr
  string "SECTIONS COVERED " function trim(disp-cnt) " OF "
    function trim(disp-sect2)
    delimited by size into report-line with pointer report-ptr
  end-string
  if covered_cnt < max_section
    compute stretch_max = max_section - covered_cnt
    move stretch_max to disp-cover
    string " -- " function trim(disp-cover)
      " WITH NOBODY ASSIGNED, ROSTER INCOMPLETE"
      delimited by size into report-line with pointer report-ptr
    end-string
    if return-code < 4
      move 4 to return-code
    end-if
  end-if
  call 'lib-writereport' using function module-id "W" report-line
  display function trim(report-line)
  .

*> Runs of uncovered (UNCOV) or over-covered (OVER) sections.
find_stretches.
  move 0 to stretch_from
  perform varying sect_idx from 1 by 1 until sect_idx > max_section + 1
    if sect_idx <= max_section
        and ((stretch_kind = "UNCOV" and cover_cnt(sect_idx) = 0)
          or (stretch_kind = "OVER" and cover_cnt(sect_idx) >= 3))
      if stretch_from = 0
        move sect_idx to stretch_from
      end-if
    else
      if stretch_from > 0
        compute stretch_to = sect_idx - 1
        perform report_stretch
        move 0 to stretch_from
      end-if
    end-if
  end-perform
  .

report_stretch.
  move spaces to report-line
  move 1 to report-ptr
  move stretch_from to disp-sect
  move stretch_to to disp-sect2
  string "  SECTIONS " function trim(disp-sect) "-"
    function trim(disp-sect2) delimited by size
    into report-line with pointer report-ptr
  end-string
  if stretch_kind = "UNCOV"
    add 1 to uncovered_cnt
    compute stretch_max = stretch_to - stretch_from + 1
    move stretch_max to disp-cnt
    string "  " function trim(disp-cnt) " SECTION(S), NO ELF"
      delimited by size into report-line with pointer report-ptr
    end-string
    call 'lib-writereport' using function module-id "W" report-line
    display function trim(report-line)
    exit paragraph
  end-if
  add 1 to over_cnt
  move 0 to stretch_max
  perform varying sect_idx from stretch_from by 1
      until sect_idx > stretch_to
    if cover_cnt(sect_idx) > stretch_max
      move cover_cnt(sect_idx) to stretch_max
    end-if
  end-perform
  move stretch_max to disp-cnt
  string "  UP TO " function trim(disp-cnt) " ELVES  PAIRS"
    delimited by size into report-line with pointer report-ptr
  end-string
  *> Any pair with an elf inside the stretch shares in it.
  perform varying cover_pair_idx from 1 by 1
      until cover_pair_idx > cover_pair_cnt
    if (cover_left_from(cover_pair_idx) <= stretch_to
        and cover_left_to(cover_pair_idx) >= stretch_from)
        or (cover_right_from(cover_pair_idx) <= stretch_to
        and cover_right_to(cover_pair_idx) >= stretch_from)
      move cover_pair_no(cover_pair_idx) to disp-pair
      if report-ptr < 990
        string " " function trim(disp-pair)
          delimited by size into report-line with pointer report-ptr
        end-string
      end-if
    end-if
  end-perform
  call 'lib-writereport' using function module-id "W" report-line
  display function trim(report-line)
  .
