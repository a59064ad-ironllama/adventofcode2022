identification division.
program-id. 08b.

environment division.
  input-output section.
    file-control.
      *> Felling what-if: the trees to fell and the candidates to
      *> rank, one "row col" per record.
      select fellfile assign to fell_filename
        organization is line sequential
        file status is fellfilestat.
      select candfile assign to cand_filename
        organization is line sequential
        file status is candfilestat.

data division.
  file section.
    fd fellfile.
    01 fellfileline pic x(80).

    fd candfile.
    01 candfileline pic x(80).

  working-storage section.
    *> For lib-readfile
    01 rf_all_lines.
    77 report-line pic x(999).
    77 disp-num pic z(8)9.

    *> Felling what-if (MODE=FELL): the grid as found, which trees
    *> are visible before and after the felling list, the top scenic
    *> sites as found, and the candidate trees ranked by how little
    *> felling each one alone moves the best site's scenic score.
    77 fell_mode pic x value "N".
    01 fellfilestat pic xx.
    01 candfilestat pic xx.
    01 fell_filename pic x(30).
    01 cand_filename pic x(30).
    77 fell_eof pic x.
    77 fell_max pic s9(4) comp value 999.
    01 fell_grid.
      02 fell_orig_row pic x(999) occurs 999 times.
    01 fell_before.
      02 fell_before_row pic x(999) occurs 999 times.
    01 fell_after.
      02 fell_after_row pic x(999) occurs 999 times.
    77 fell_y pic s9(8) comp.
    77 fell_x pic s9(8) comp.
    77 fell_tok_y pic x(10).
    77 fell_tok_x pic x(10).
    77 fell_ok pic x.
    77 fell_cnt pic s9(8) comp value 0.
    77 fell_bad_cnt pic s9(8) comp value 0.
    77 fell_flip_cnt pic s9(8) comp value 0.
    77 vis_before_cnt pic s9(8) comp value 0.
    77 vis_after_cnt pic s9(8) comp value 0.
    77 vis_cnt pic s9(8) comp.
    77 vis_char pic x.
    77 vis_clear pic x.
    77 vis_seen pic x.
    77 vis_idx pic s9(8) comp.
    77 fell_topn pic s9(4) comp value 5.
    01 top_sites.
      02 top_cnt pic s9(4) comp value 0.
      02 top_row occurs 0 to 20 times depending on top_cnt
          indexed by top_idx.
        03 top_y pic s9(8) comp.
        03 top_x pic s9(8) comp.
        03 top_before pic s9(8) comp.
        03 top_after pic s9(8) comp.
    77 top_pos pic s9(4) comp.
    77 top_move pic s9(4) comp.
    01 cand_table.
      02 cand_cnt pic s9(4) comp value 0.
      02 cand_row occurs 0 to 999 times depending on cand_cnt
          indexed by cand_idx.
        03 cand_y pic s9(8) comp.
        03 cand_x pic s9(8) comp.
        03 cand_score pic s9(8) comp.
        03 cand_change pic s9(8) comp.
        03 cand_disturb pic s9(8) comp.
        03 cand_flips pic s9(8) comp.
    01 cand_hold.
      02 hold_y pic s9(8) comp.
      02 hold_x pic s9(8) comp.
      02 hold_score pic s9(8) comp.
      02 hold_change pic s9(8) comp.
      02 hold_disturb pic s9(8) comp.
      02 hold_flips pic s9(8) comp.
    77 cand_pos pic s9(4) comp.
    77 disp-num2 pic z(8)9.
    77 disp-num3 pic z(8)9.
    77 disp-chg pic -(8)9.

    *> For lib-postanswer -- the consolidated answers interface.
    77 post_answer pic 9(18).
    77 post_status pic x(4) value "RAW ".

  display "FINAL: " total_found
  move total_found to post_answer
  call 'lib-postanswer' using function module-id post_answer
      post_status "S"

  *> Keyword control card (MODE=SITE plus weights) or the legacy
  *> "row col" spot-check card -- a line with no "=" is the latter.
    move "Y" to site_mode
    perform site_selection
  end-if
  if parm_value(1:4) = "FELL"
    move "Y" to fell_mode
    perform fell_what_if
  end-if
  if ctl_line_cnt > 0 and site_mode = "N" and fell_mode = "N"
      and ctl_line_row(1)(2:8) not = "ODE=SITE"
    unstring function trim(ctl_line_row(1)) delimited by space
      into query_row query_col
  display function trim(report-line)
  .

*> Felling what-if: the trees on the felling list (FELLFILE, default
*> 08.fel) are cut to height 0 and the grid compared with the one
*> found -- the visible-tree count before and after, every tree
*> whose visibility flips, and the scenic score of the TOPSITES best
*> sites as found (default 5). Each tree on the candidate list
*> (CANDFILE, default 08.cnd) is then felled on its own from the
*> grid as found, and the candidates ranked by how little that moves
*> the best site's scenic score, fewest flips breaking no ties --
*> equal disturbance keeps the list's order. Trees are "row col",
*> counted from 1 at the top left as on the lookup card.
fell_what_if.
  move "FELLFILE" to parm_keyword
  move "08.fel" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  move parm_value to fell_filename
  move "CANDFILE" to parm_keyword
  move "08.cnd" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  move parm_value to cand_filename
  move "TOPSITES" to parm_keyword
  move "5" to parm_default
  perform get_weight_parm
  if function numval(parm_value) > 0 and function numval(parm_value) <= 20
    move function numval(parm_value) to fell_topn
  end-if

  if rf_line_cnt > fell_max or forest_width > fell_max
      or rf_line_cnt < 3 or forest_width < 3
    display "08b: a " rf_line_cnt " by " forest_width
        " grid is outside the felling what-if (3 to 999 a side)."
    exit paragraph
  end-if
  perform varying rf_line_idx from 1 by 1 until rf_line_idx > rf_line_cnt
    move rf_line_row(rf_line_idx)(1:forest_width)
        to fell_orig_row(rf_line_idx)
  end-perform

  perform map_visibility
  move fell_after to fell_before
  move vis_cnt to vis_before_cnt
  perform find_top_sites

  perform apply_felling_list
  perform map_visibility
  move vis_cnt to vis_after_cnt
  perform varying top_idx from 1 by 1 until top_idx > top_cnt
    move top_y(top_idx) to rf_line_idx
    move top_x(top_idx) to line_char_idx
    perform score_tree
    move test_total to top_after(top_idx)
  end-perform

  call 'lib-writereport' using function module-id "O" report-line
  move spaces to report-line
  string "TREE-FELLING WHAT-IF -- " function trim(fell_filename)
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  move fell_cnt to disp-num
  move fell_bad_cnt to disp-num2
  move spaces to report-line
  string "TREES FELLED " function trim(disp-num)
    "  RECORDS NOT A TREE IN THE GRID " function trim(disp-num2)
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  display function trim(report-line)
  move vis_before_cnt to disp-num
  move vis_after_cnt to disp-num2
  compute test_total = vis_after_cnt - vis_before_cnt
  move test_total to disp-chg
  move spaces to report-line
  string "VISIBLE TREES BEFORE " function trim(disp-num)
    "  AFTER " function trim(disp-num2)
    "  CHANGE " function trim(disp-chg)
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  display function trim(report-line)

  move "TOP SITES AS FOUND -- SCENIC SCORE BEFORE AND AFTER" to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move "RANK ROW COL BEFORE AFTER CHANGE" to report-line
  call 'lib-writereport' using function module-id "H" report-line
  perform varying top_idx from 1 by 1 until top_idx > top_cnt
    perform report_top_site
  end-perform

  move "VISIBILITY FLIPS" to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move "ROW COL HT NOW" to report-line
  call 'lib-writereport' using function module-id "H" report-line
  move 0 to fell_flip_cnt
  perform varying fell_y from 1 by 1 until fell_y > rf_line_cnt
    perform varying fell_x from 1 by 1 until fell_x > forest_width
      if fell_after_row(fell_y)(fell_x:1)
          not = fell_before_row(fell_y)(fell_x:1)
        add 1 to fell_flip_cnt
        perform report_flip
      end-if
    end-perform
  end-perform
  move fell_flip_cnt to disp-num
  move spaces to report-line
  string "TREES FLIPPED " function trim(disp-num)
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  display function trim(report-line)

  perform rank_candidates
  call 'lib-writereport' using function module-id "C" report-line
  perform restore_grid
  .

*> Every tree's visibility on the grid as it stands, "V" or ".", into
*> fell_after, and the count visible in vis_cnt.
map_visibility.
  move 0 to vis_cnt
  perform varying fell_y from 1 by 1 until fell_y > rf_line_cnt
    move spaces to fell_after_row(fell_y)
    perform varying fell_x from 1 by 1 until fell_x > forest_width
      perform check_visible
      if vis_seen = "Y"
        move "V" to fell_after_row(fell_y)(fell_x:1)
        add 1 to vis_cnt
      else
        move "." to fell_after_row(fell_y)(fell_x:1)
      end-if
    end-perform
  end-perform
  .

*> A tree is visible when every tree between it and some edge of the
*> grid is shorter; an edge tree always is.
check_visible.
  move rf_line_row(fell_y)(fell_x:1) to vis_char
  move "Y" to vis_seen
  move "Y" to vis_clear
  perform varying vis_idx from fell_y by -1
      until vis_idx < 2 or vis_clear = "N"
    if rf_line_row(vis_idx - 1)(fell_x:1) >= vis_char
      move "N" to vis_clear
    end-if
  end-perform
  if vis_clear = "Y"
    exit paragraph
  end-if
  move "Y" to vis_clear
  perform varying vis_idx from fell_y by 1
      until vis_idx >= rf_line_cnt or vis_clear = "N"
    if rf_line_row(vis_idx + 1)(fell_x:1) >= vis_char
      move "N" to vis_clear
    end-if
  end-perform
  if vis_clear = "Y"
    exit paragraph
  end-if
  move "Y" to vis_clear
  perform varying vis_idx from fell_x by -1
      until vis_idx < 2 or vis_clear = "N"
    if rf_line_row(fell_y)(vis_idx - 1:1) >= vis_char
      move "N" to vis_clear
    end-if
  end-perform
  if vis_clear = "Y"
    exit paragraph
  end-if
  move "Y" to vis_clear
  perform varying vis_idx from fell_x by 1
      until vis_idx >= forest_width or vis_clear = "N"
    if rf_line_row(fell_y)(vis_idx + 1:1) >= vis_char
      move "N" to vis_clear
    end-if
  end-perform
  if vis_clear = "N"
    move "N" to vis_seen
  end-if
  .

*> The fell_topn best interior trees by scenic score, best first; a
*> tie keeps the tree found first.
find_top_sites.
  move 0 to top_cnt
  perform varying rf_line_idx from 2 by 1
      until rf_line_idx > (rf_line_cnt - 1)
    perform varying line_char_idx from 2 by 1
        until line_char_idx > (forest_width - 1)
      perform score_tree
      perform insert_top_site
    end-perform
  end-perform
  .

insert_top_site.
  move 1 to top_pos
  perform until top_pos > top_cnt
    if top_before(top_pos) < test_total
      exit perform
    end-if
    add 1 to top_pos
  end-perform
  if top_pos > fell_topn
    exit paragraph
  end-if
  if top_cnt < fell_topn
    add 1 to top_cnt
  end-if
  perform varying top_move from top_cnt by -1 until top_move <= top_pos
    move top_row(top_move - 1) to top_row(top_move)
  end-perform
  move rf_line_idx to top_y(top_pos)
  move line_char_idx to top_x(top_pos)
  move test_total to top_before(top_pos)
  move 0 to top_after(top_pos)
  .

apply_felling_list.
  move 0 to fell_cnt
  move 0 to fell_bad_cnt
  open input fellfile
  if fellfilestat not = "00"
    display "08b: no felling list " function trim(fell_filename)
        " on file -- nothing felled."
    exit paragraph
  end-if
  move "N" to fell_eof
  perform until fell_eof = "Y"
    read fellfile at end move "Y" to fell_eof
      not at end
        if fellfileline not = spaces and fellfileline(1:1) not = "*"
          move fellfileline to report-line
          perform parse_tree
          if fell_ok = "Y"
            move "0" to rf_line_row(fell_y)(fell_x:1)
            add 1 to fell_cnt
          else
            add 1 to fell_bad_cnt
            display "08b: felling list record not a tree in the grid: "
                function trim(fellfileline)
          end-if
        end-if
    end-read
  end-perform
  close fellfile
  .

*> "row col" in report-line to fell_y/fell_x; fell_ok "N" when it
*> is not a tree in the grid.
parse_tree.
  move "N" to fell_ok
  move spaces to fell_tok_y
  move spaces to fell_tok_x
  unstring function trim(report-line) delimited by all space
    into fell_tok_y fell_tok_x
  end-unstring
  move fell_tok_y to parm_value
  perform validate_numeric_parm
  if parm_num_ok = "N"
    exit paragraph
  end-if
  move fell_tok_x to parm_value
  perform validate_numeric_parm
  if parm_num_ok = "N"
    exit paragraph
  end-if
  move function numval(fell_tok_y) to fell_y
  move function numval(fell_tok_x) to fell_x
  if fell_y >= 1 and fell_y <= rf_line_cnt
      and fell_x >= 1 and fell_x <= forest_width
    move "Y" to fell_ok
  end-if
  .

restore_grid.
  perform varying rf_line_idx from 1 by 1 until rf_line_idx > rf_line_cnt
    move fell_orig_row(rf_line_idx) to rf_line_row(rf_line_idx)
  end-perform
  .

report_top_site.
  move spaces to report-line
  move top_idx to disp-num
  string function trim(disp-num) delimited by size
    into report-line
  end-string
  compute parm_num_len =
      function length(function trim(report-line)) + 1
  move top_y(top_idx) to disp-num
  string "  " function trim(disp-num) delimited by size
    into report-line with pointer parm_num_len
  end-string
  move top_x(top_idx) to disp-num
  string "  " function trim(disp-num) delimited by size
    into report-line with pointer parm_num_len
  end-string
  move top_before(top_idx) to disp-num
  string "  " function trim(disp-num) delimited by size
    into report-line with pointer parm_num_len
  end-string
  move top_after(top_idx) to disp-num
  string "  " function trim(disp-num) delimited by size
    into report-line with pointer parm_num_len
  end-string
  compute test_total = top_after(top_idx) - top_before(top_idx)
  move test_total to disp-chg
  string "  " function trim(disp-chg) delimited by size
    into report-line with pointer parm_num_len
  end-string
  if rf_line_row(top_y(top_idx))(top_x(top_idx):1) = "0"
      and fell_orig_row(top_y(top_idx))(top_x(top_idx):1) not = "0"
    string "  FELLED" delimited by size
      into report-line with pointer parm_num_len
    end-string
  end-if
  call 'lib-writereport' using function module-id "W" report-line
  display function trim(report-line)
  .

report_flip.
  move spaces to report-line
  move fell_y to disp-num
  string function trim(disp-num) delimited by size
    into report-line
  end-string
  compute parm_num_len =
      function length(function trim(report-line)) + 1
  move fell_x to disp-num
  string "  " function trim(disp-num)
    "  " fell_orig_row(fell_y)(fell_x:1) delimited by size
    into report-line with pointer parm_num_len
  end-string
  if fell_after_row(fell_y)(fell_x:1) = "V"
    string "  VISIBLE" delimited by size
      into report-line with pointer parm_num_len
    end-string
  else
    string "  HIDDEN" delimited by size
      into report-line with pointer parm_num_len
    end-string
  end-if
  if rf_line_row(fell_y)(fell_x:1) = "0"
      and fell_orig_row(fell_y)(fell_x:1) not = "0"
    string "  FELLED" delimited by size
      into report-line with pointer parm_num_len
    end-string
  end-if
  call 'lib-writereport' using function module-id "W" report-line
  .

*> Each candidate felled alone from the grid as found: the best
*> site's scenic score with it gone, and how many trees flip. Only
*> trees in the candidate's own row and column can flip.
rank_candidates.
  move 0 to cand_cnt
  open input candfile
  if candfilestat not = "00"
    display "08b: no candidate list " function trim(cand_filename)
        " on file -- no candidates ranked."
    exit paragraph
  end-if
  move "N" to fell_eof
  perform until fell_eof = "Y"
    read candfile at end move "Y" to fell_eof
      not at end
        if candfileline not = spaces and candfileline(1:1) not = "*"
          move candfileline to report-line
          perform parse_tree
          if fell_ok = "Y" and cand_cnt < 999
            add 1 to cand_cnt
            move fell_y to cand_y(cand_cnt)
            move fell_x to cand_x(cand_cnt)
          else
            display "08b: candidate record not a tree in the grid: "
                function trim(candfileline)
          end-if
        end-if
    end-read
  end-perform
  close candfile

  perform varying cand_idx from 1 by 1 until cand_idx > cand_cnt
    perform restore_grid
    move "0" to rf_line_row(cand_y(cand_idx))(cand_x(cand_idx):1)
    move top_y(1) to rf_line_idx
    move top_x(1) to line_char_idx
    perform score_tree
    move test_total to cand_score(cand_idx)
    compute cand_change(cand_idx) = test_total - top_before(1)
    if cand_change(cand_idx) < 0
      compute cand_disturb(cand_idx) = 0 - cand_change(cand_idx)
    else
      move cand_change(cand_idx) to cand_disturb(cand_idx)
    end-if
    move 0 to cand_flips(cand_idx)
    move cand_y(cand_idx) to fell_y
    perform varying fell_x from 1 by 1 until fell_x > forest_width
      perform count_flip
    end-perform
    move cand_x(cand_idx) to fell_x
    perform varying fell_y from 1 by 1 until fell_y > rf_line_cnt
      if fell_y not = cand_y(cand_idx)
        perform count_flip
      end-if
    end-perform
  end-perform

  *> Least disturbance first; equal disturbance keeps list order.
  perform varying cand_pos from 2 by 1 until cand_pos > cand_cnt
    move cand_row(cand_pos) to cand_hold
    move cand_pos to top_move
    perform until top_move < 2
      if cand_disturb(top_move - 1) <= hold_disturb
        exit perform
      end-if
      move cand_row(top_move - 1) to cand_row(top_move)
      subtract 1 from top_move
    end-perform
    move cand_hold to cand_row(top_move)
  end-perform

  move top_y(1) to disp-num
  move top_x(1) to disp-num2
  move top_before(1) to disp-num3
  move spaces to report-line
  string "CANDIDATES BY DISTURBANCE TO THE BEST SITE -- ROW "
    function trim(disp-num) " COL " function trim(disp-num2)
    " SCENIC " function trim(disp-num3)
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  move "RANK ROW COL SCENIC CHANGE FLIPS" to report-line
  call 'lib-writereport' using function module-id "H" report-line
  perform varying cand_pos from 1 by 1 until cand_pos > cand_cnt
    perform report_candidate
  end-perform
  .

report_candidate.
  move spaces to report-line
  move cand_pos to disp-num
  string function trim(disp-num) delimited by size
    into report-line
  end-string
  compute parm_num_len =
      function length(function trim(report-line)) + 1
  move cand_y(cand_pos) to disp-num
  string "  " function trim(disp-num) delimited by size
    into report-line with pointer parm_num_len
  end-string
  move cand_x(cand_pos) to disp-num
  string "  " function trim(disp-num) delimited by size
    into report-line with pointer parm_num_len
  end-string
  move cand_score(cand_pos) to disp-num
  string "  " function trim(disp-num) delimited by size
    into report-line with pointer parm_num_len
  end-string
  move cand_change(cand_pos) to disp-chg
  string "  " function trim(disp-chg) delimited by size
    into report-line with pointer parm_num_len
  end-string
  move cand_flips(cand_pos) to disp-num
  string "  " function trim(disp-num) delimited by size
    into report-line with pointer parm_num_len
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  display function trim(report-line)
  .

count_flip.
  perform check_visible
  if (vis_seen = "Y" and fell_before_row(fell_y)(fell_x:1) not = "V")
      or (vis_seen = "N" and fell_before_row(fell_y)(fell_x:1) = "V")
    add 1 to cand_flips(cand_idx)
  end-if
  .

*> Numeric validation for a keyword value: all digits, not empty.
validate_numeric_parm.
  move "Y" to parm_num_ok
