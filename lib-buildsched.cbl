           >>source format free
identification division.
program-id. lib-buildsched.
author. alexoh@wcoding.
*> Robot build schedule for the day-19 factory floor. 19a and 19b
*> report the best geode count per blueprint and nothing about how
*> to reach it; their searches now keep the build decision of every
*> minute along the best path, and this turns each blueprint's
*> decisions into a minute-by-minute schedule:
*>   - the robot built that minute (or none),
*>   - the stock of each resource at the end of the minute, after
*>     the build was paid for and the robots collected,
*>   - the robots in service at the end of the minute, the new one
*>     included.
*> The schedule is written to the caller's report, and row by row
*> to the report's comma-delimited companion (<caller>.csv.gNNN) --
*> the file the floor works from. Every schedule is replayed here
*> from scratch against the blueprint's costs: a robot the stock
*> cannot pay for, or a geode count other than the one the search
*> reported, fails the check and is logged (SCH0001).
*>   "O" open the report and the companion,
*>   "W" replay and write one blueprint's schedule from ln-plan,
*>       ln-result "OK  " when the replay reaches the reported
*>       count, "MISM" when it does not, "NONE" when the caller has
*>       no decisions for the blueprint (SCH0002),
*>   "C" write the summary and close.
*> ln-plan: blueprint, horizon in minutes, reported geodes, the six
*> robot costs, one build code per minute (O ore, C clay, B
*> obsidian, G geode robot, space none) and whether the decisions
*> were kept (Y/N).

data division.
  working-storage section.
    77 bs_minute pic s9(4) comp.
    77 bs_build pic x.
    77 bs_build_name pic x(15).
    77 bs_csv_name pic x(8).
    77 bs_failed pic x.
    77 bs_fail_minute pic s9(4) comp.
    77 bs_fail_name pic x(15).

    *> The replay: stock and robots, as the search counts them.
    01 bs_stock.
      02 bs_ore pic 9(4).
      02 bs_clay pic 9(4).
      02 bs_obs pic 9(4).
      02 bs_geode pic 9(4).
    01 bs_robots.
      02 bs_ore_bots pic 9(4).
      02 bs_clay_bots pic 9(4).
      02 bs_obs_bots pic 9(4).
      02 bs_geode_bots pic 9(4).

    77 written_cnt pic s9(4) comp value 0.
    77 agreed_cnt pic s9(4) comp value 0.
    77 mismatch_cnt pic s9(4) comp value 0.
    77 none_cnt pic s9(4) comp value 0.

    77 disp-2 pic z9.
    77 disp-4 pic z(3)9.
    77 disp-a pic z(3)9.
    77 disp-b pic z(3)9.
    77 line_ptr pic s9(4) comp.
    77 report-line pic x(999).

    *> For lib-joblog and lib-writereport: the caller's id, kept
    *> from entry.
    77 jl_values pic x(60).
    77 bs_progid pic x(10).

  linkage section.
    01 ln-progid pic x(10).
    01 ln-mode pic x.
    01 ln-plan.
      02 ln-plan_bp pic 9(2).
      02 ln-plan_minutes pic 9(2).
      02 ln-plan_geodes pic 9(2).
      02 ln-plan_ore_ore pic 9(2).
      02 ln-plan_clay_ore pic 9(2).
      02 ln-plan_obs_ore pic 9(2).
      02 ln-plan_obs_clay pic 9(2).
      02 ln-plan_geo_ore pic 9(2).
      02 ln-plan_geo_obs pic 9(2).
      02 ln-plan_kept pic x.
      02 ln-plan_build pic x occurs 64 times.
    01 ln-result pic x(4).

procedure division using ln-progid ln-mode ln-plan ln-result.
  move ln-progid to bs_progid
  move "OK  " to ln-result
  evaluate ln-mode
    when "O"
      perform open_schedule
    when "W"
      perform write_schedule
    when "C"
      perform close_schedule
  end-evaluate
  goback.

open_schedule.
  call 'lib-writereport' using bs_progid "O" report-line
  move "ROBOT BUILD SCHEDULE PER BLUEPRINT -- REPLAYED AGAINST THE SEARCH"
      to report-line
  call 'lib-writereport' using bs_progid "W" report-line
  move "STOCK AND ROBOTS AS AT THE END OF EACH MINUTE" to report-line
  call 'lib-writereport' using bs_progid "W" report-line
  move "BLUEPRINT,MINUTE,BUILD,ORE,CLAY,OBSIDIAN,GEODE,ORE_ROBOTS,CLAY_ROBOTS,OBSIDIAN_ROBOTS,GEODE_ROBOTS"
      to report-line
  call 'lib-writereport' using bs_progid "T" report-line
  move 0 to written_cnt agreed_cnt mismatch_cnt none_cnt
  .

write_schedule.
  move spaces to report-line
  call 'lib-writereport' using bs_progid "W" report-line
  move ln-plan_bp to disp-2
  move spaces to report-line
  move 1 to line_ptr
  string "BLUEPRINT " function trim(disp-2) " -- " delimited by size
    into report-line with pointer line_ptr
  end-string
  move ln-plan_ore_ore to disp-a
  string "ORE ROBOT " function trim(disp-a) " ORE, " delimited by size
    into report-line with pointer line_ptr
  end-string
  move ln-plan_clay_ore to disp-a
  string "CLAY ROBOT " function trim(disp-a) " ORE, " delimited by size
    into report-line with pointer line_ptr
  end-string
  move ln-plan_obs_ore to disp-a
  move ln-plan_obs_clay to disp-b
  string "OBSIDIAN ROBOT " function trim(disp-a) " ORE + "
    function trim(disp-b) " CLAY, " delimited by size
    into report-line with pointer line_ptr
  end-string
  move ln-plan_geo_ore to disp-a
  move ln-plan_geo_obs to disp-b
  string "GEODE ROBOT " function trim(disp-a) " ORE + "
    function trim(disp-b) " OBSIDIAN" delimited by size
    into report-line with pointer line_ptr
  end-string
  call 'lib-writereport' using bs_progid "W" report-line

  if ln-plan_kept not = "Y"
    add 1 to none_cnt
    move "NONE" to ln-result
    move "  NO BUILD DECISIONS KEPT FOR THIS BLUEPRINT -- NO SCHEDULE"
        to report-line
    call 'lib-writereport' using bs_progid "W" report-line
    move spaces to jl_values
    string function trim(disp-2) "|NO DECISIONS KEPT" delimited by size
      into jl_values
    end-string
    call 'lib-joblog' using bs_progid "SCH0002" jl_values
    exit paragraph
  end-if

  add 1 to written_cnt
  move spaces to report-line
  move "MIN" to report-line(1:3)
  move "BUILD" to report-line(6:5)
  move "ORE" to report-line(23:3)
  move "CLAY" to report-line(28:4)
  move "OBS" to report-line(35:3)
  move "GEODE" to report-line(39:5)
  move "ROBOTS: ORE" to report-line(47:11)
  move "CLAY" to report-line(60:4)
  move "OBS" to report-line(67:3)
  move "GEODE" to report-line(71:5)
  call 'lib-writereport' using bs_progid "H" report-line

  move 0 to bs_ore bs_clay bs_obs bs_geode
  move 1 to bs_ore_bots
  move 0 to bs_clay_bots bs_obs_bots bs_geode_bots
  move "N" to bs_failed
  perform varying bs_minute from 1 by 1
      until bs_minute > ln-plan_minutes or bs_minute > 64
    move ln-plan_build(bs_minute) to bs_build
    perform replay_minute
    perform write_minute
  end-perform

  move ln-plan_bp to disp-2
  move bs_geode to disp-a
  move ln-plan_geodes to disp-b
  move spaces to report-line
  evaluate true
    when bs_failed = "Y"
      add 1 to mismatch_cnt
      move "MISM" to ln-result
      move bs_fail_minute to disp-4
      string "  REPLAY: " function trim(bs_fail_name) " AT MINUTE "
        function trim(disp-4) " CANNOT BE PAID FOR -- "
        "DOES NOT AGREE WITH THE SEARCH" delimited by size
        into report-line
      end-string
    when bs_geode not = ln-plan_geodes
      add 1 to mismatch_cnt
      move "MISM" to ln-result
      string "  REPLAY: " function trim(disp-a) " GEODE(S), SEARCH "
        "REPORTED " function trim(disp-b) " -- DOES NOT AGREE"
        delimited by size into report-line
      end-string
    when other
      add 1 to agreed_cnt
      string "  REPLAY: " function trim(disp-a) " GEODE(S) -- "
        "AGREES WITH THE SEARCH" delimited by size into report-line
      end-string
  end-evaluate
  call 'lib-writereport' using bs_progid "W" report-line
  display function trim(report-line) " (BLUEPRINT "
      function trim(disp-2) ")"
  if ln-result = "MISM"
    move spaces to jl_values
    if bs_failed = "Y"
      string function trim(disp-2) "|" function trim(bs_fail_name)
        " AT MINUTE " function trim(disp-4) " UNPAID"
        delimited by size into jl_values
      end-string
    else
      string function trim(disp-2) "|" function trim(disp-a)
        " GEODE(S) AGAINST " function trim(disp-b) " REPORTED"
        delimited by size into jl_values
      end-string
    end-if
    call 'lib-joblog' using bs_progid "SCH0001" jl_values
  end-if
  .

*> One minute as the search plays it: the build is paid for from
*> the stock held at the start of the minute, every robot already
*> in service collects, and the new robot joins at the end.
replay_minute.
  move spaces to bs_build_name
  evaluate bs_build
    when "O"
      move "ORE ROBOT" to bs_build_name
      move "ORE" to bs_csv_name
      if bs_ore < ln-plan_ore_ore
        perform note_unpaid
      else
        subtract ln-plan_ore_ore from bs_ore
      end-if
    when "C"
      move "CLAY ROBOT" to bs_build_name
      move "CLAY" to bs_csv_name
      if bs_ore < ln-plan_clay_ore
        perform note_unpaid
      else
        subtract ln-plan_clay_ore from bs_ore
      end-if
    when "B"
      move "OBSIDIAN ROBOT" to bs_build_name
      move "OBSIDIAN" to bs_csv_name
      if bs_ore < ln-plan_obs_ore or bs_clay < ln-plan_obs_clay
        perform note_unpaid
      else
        subtract ln-plan_obs_ore from bs_ore
        subtract ln-plan_obs_clay from bs_clay
      end-if
    when "G"
      move "GEODE ROBOT" to bs_build_name
      move "GEODE" to bs_csv_name
      if bs_ore < ln-plan_geo_ore or bs_obs < ln-plan_geo_obs
        perform note_unpaid
      else
        subtract ln-plan_geo_ore from bs_ore
        subtract ln-plan_geo_obs from bs_obs
      end-if
    when other
      move "-" to bs_build_name
      move "NONE" to bs_csv_name
  end-evaluate
  add bs_ore_bots to bs_ore
  add bs_clay_bots to bs_clay
  add bs_obs_bots to bs_obs
  add bs_geode_bots to bs_geode
  evaluate bs_build
    when "O"
      add 1 to bs_ore_bots
    when "C"
      add 1 to bs_clay_bots
    when "B"
      add 1 to bs_obs_bots
    when "G"
      add 1 to bs_geode_bots
  end-evaluate
  .

*> The first robot the stock cannot pay for fails the replay; the
*> schedule is still written out in full for the floor to see.
note_unpaid.
  if bs_failed = "N"
    move "Y" to bs_failed
    move bs_minute to bs_fail_minute
    move bs_build_name to bs_fail_name
  end-if
  .

write_minute.
  move spaces to report-line
  move bs_minute to disp-2
  move disp-2 to report-line(2:2)
  move bs_build_name to report-line(6:15)
  move bs_ore to disp-4
  move disp-4 to report-line(22:4)
  move bs_clay to disp-4
  move disp-4 to report-line(28:4)
  move bs_obs to disp-4
  move disp-4 to report-line(34:4)
  move bs_geode to disp-4
  move disp-4 to report-line(40:4)
  move bs_ore_bots to disp-4
  move disp-4 to report-line(54:4)
  move bs_clay_bots to disp-4
  move disp-4 to report-line(60:4)
  move bs_obs_bots to disp-4
  move disp-4 to report-line(66:4)
  move bs_geode_bots to disp-4
  move disp-4 to report-line(72:4)
  call 'lib-writereport' using bs_progid "W" report-line

  move spaces to report-line
  move 1 to line_ptr
  move ln-plan_bp to disp-2
  move bs_minute to disp-4
  string function trim(disp-2) "," function trim(disp-4) ","
    function trim(bs_csv_name) "," delimited by size
    into report-line with pointer line_ptr
  end-string
  move bs_ore to disp-4
  string function trim(disp-4) "," delimited by size
    into report-line with pointer line_ptr
  end-string
  move bs_clay to disp-4
  string function trim(disp-4) "," delimited by size
    into report-line with pointer line_ptr
  end-string
  move bs_obs to disp-4
  string function trim(disp-4) "," delimited by size
    into report-line with pointer line_ptr
  end-string
  move bs_geode to disp-4
  string function trim(disp-4) "," delimited by size
    into report-line with pointer line_ptr
  end-string
  move bs_ore_bots to disp-4
  string function trim(disp-4) "," delimited by size
    into report-line with pointer line_ptr
  end-string
  move bs_clay_bots to disp-4
  string function trim(disp-4) "," delimited by size
    into report-line with pointer line_ptr
  end-string
  move bs_obs_bots to disp-4
  string function trim(disp-4) "," delimited by size
    into report-line with pointer line_ptr
  end-string
  move bs_geode_bots to disp-4
  string function trim(disp-4) delimited by size
    into report-line with pointer line_ptr
  end-string
  call 'lib-writereport' using bs_progid "R" report-line
  .

close_schedule.
  move spaces to report-line
  call 'lib-writereport' using bs_progid "W" report-line
  move spaces to report-line
  move 1 to line_ptr
  move written_cnt to disp-4
  string function trim(disp-4) " SCHEDULE(S) WRITTEN: "
    delimited by size into report-line with pointer line_ptr
  end-string
  move agreed_cnt to disp-4
  string function trim(disp-4) " AGREE WITH THE SEARCH, "
    delimited by size into report-line with pointer line_ptr
  end-string
  move mismatch_cnt to disp-4
  string function trim(disp-4) " DO NOT" delimited by size
    into report-line with pointer line_ptr
  end-string
  if none_cnt > 0
    move none_cnt to disp-4
    string "; " function trim(disp-4) " BLUEPRINT(S) WITHOUT ONE"
      delimited by size into report-line with pointer line_ptr
    end-string
  end-if
  call 'lib-writereport' using bs_progid "W" report-line
  display function trim(report-line)
  call 'lib-writereport' using bs_progid "C" report-line
  .
