           >>source format free
identification division.
program-id. lineage.
author. alexoh@wcoding.
*> "Why did this answer change" inquiry over answer.lin, the lineage
*> record lib-lineage freezes for every day driver runs. Given a day
*> and two runs it lays the two records side by side and says which
*> of the answer's ingredients moved between them:
*>   INPUT     record count or content hash of the day's input,
*>   CARD      the day's control card,
*>   MANIFEST  the input override in effect,
*>   BASELINE  the baseline generation or value it was checked
*>             against.
*> When none of them moved but the answer did, the program itself is
*> the suspect, and the report says so in as many words.
*> Control card (li.ctl):
*>   DAY=ddp                the day part to explain (required)
*>   RUNA=n RUNB=n          the two runs to compare; default the last
*>                          two runs on record for the day
*>   CAMP=ccc               the camp whose lineage is compared; the
*>                          default is the camp in force (BATCHCAMP),
*>                          else the single-camp records
*> Under BATCHENV=TEST the TEST runs' lineage (test/answer.lin) is
*> read.
*> Return code 8 when the day or either run has no lineage record.

environment division.
  input-output section.
    file-control.
      select linfile assign to linfile_name
        organization is line sequential
        file status is linfilestat.

data division.
  file section.
    fd linfile.
    01 linfileline pic x(126).

  working-storage section.
    01 linfilestat pic xx.
    01 linfile_name pic x(40).
    77 env_basename pic x(30) value "answer.lin".
    77 env_name pic x(4).
    77 file_eof pic x.

    *> Both runs' lineage, same layout as lib-lineage writes.
    01 lin_pair.
      02 lin_rec occurs 2 times.
        03 lr_run pic 9(6).
        03 filler pic x.
        03 lr_day pic x(3).
        03 filler pic x.
        03 lr_answer pic x(18).
        03 filler pic x.
        03 lr_reccnt pic 9(8).
        03 filler pic x.
        03 lr_inhash pic 9(18).
        03 filler pic x.
        03 lr_manifest pic x(4).
        03 filler pic x.
        03 lr_cardhash pic 9(18).
        03 filler pic x.
        03 lr_basegen pic 9(4).
        03 filler pic x.
        03 lr_baseline pic x(18).
        03 filler pic x.
        03 lr_date pic x(8).
        03 filler pic x.
        03 lr_time pic x(6).
        03 filler pic x.
        03 lr_camp pic x(3).
    77 lr_found_a pic x value "N".
    77 lr_found_b pic x value "N".

    77 day_parm pic x(3).
    77 camp_parm pic x(3).
    77 env_camp pic x(3).
    77 runa_parm pic 9(6) value 0.
    77 runb_parm pic 9(6) value 0.
    *> The last two runs on record, for the default.
    77 last_run pic 9(6) value 0.
    77 prev_run pic 9(6) value 0.
    77 changed_cnt pic s9(4) comp value 0.
    77 report-line pic x(999).

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
  call 'lib-runenv' using env_basename linfile_name env_name
  call 'lib-readdata' using function module-id ".ctl" ctl_all_lines

  move "DAY" to parm_keyword
  move spaces to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  move parm_value(1:3) to day_parm
  if day_parm = spaces
    display "lineage: DAY= is required (e.g. DAY=19b)."
    move 8 to return-code
    goback
  end-if

  move "RUNA" to parm_keyword
  move "0" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  if function trim(parm_value) is numeric
    move function numval(parm_value) to runa_parm
  end-if

  move "RUNB" to parm_keyword
  move "0" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  if function trim(parm_value) is numeric
    move function numval(parm_value) to runb_parm
  end-if

  move spaces to env_camp
  accept env_camp from environment "BATCHCAMP"
  move "CAMP" to parm_keyword
  move env_camp to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  move parm_value(1:3) to camp_parm

  if runa_parm = 0 or runb_parm = 0
    perform find_last_two_runs
    if runa_parm = 0 and runb_parm = 0
      move prev_run to runa_parm
      move last_run to runb_parm
    else
      if runa_parm = 0
        move prev_run to runa_parm
        if runa_parm = runb_parm
          move last_run to runa_parm
        end-if
      else
        move last_run to runb_parm
        if runb_parm = runa_parm
          move prev_run to runb_parm
        end-if
      end-if
    end-if
  end-if

  perform load_pair

  call 'lib-writereport' using function module-id "O" report-line
  move spaces to report-line
  string "ANSWER LINEAGE -- DAY " day_parm " RUN " runa_parm
    " AGAINST RUN " runb_parm
    delimited by size into report-line
  end-string
  if camp_parm not = spaces
    move spaces to report-line
    string "ANSWER LINEAGE -- DAY " day_parm " RUN " runa_parm
      " AGAINST RUN " runb_parm " -- CAMP " camp_parm
      delimited by size into report-line
    end-string
  end-if
  call 'lib-writereport' using function module-id "W" report-line

  if lr_found_a = "N" or lr_found_b = "N"
    if lr_found_a = "N"
      move spaces to report-line
      string "NO LINEAGE ON answer.lin FOR DAY " day_parm " RUN "
        runa_parm delimited by size into report-line
      end-string
      call 'lib-writereport' using function module-id "W" report-line
    end-if
    if lr_found_b = "N"
      move spaces to report-line
      string "NO LINEAGE ON answer.lin FOR DAY " day_parm " RUN "
        runb_parm delimited by size into report-line
      end-string
      call 'lib-writereport' using function module-id "W" report-line
    end-if
    call 'lib-writereport' using function module-id "C" report-line
    display "lineage: no lineage for day " day_parm " run "
        runa_parm " and/or run " runb_parm "."
    move 8 to return-code
    goback
  end-if

  perform report_side_by_side
  perform report_verdict
  call 'lib-writereport' using function module-id "C" report-line
  goback.

find_last_two_runs.
  move "N" to file_eof
  open input linfile
  if linfilestat not = "00"
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read linfile at end move "Y" to file_eof
      not at end
        if linfileline(1:6) is numeric and linfileline(8:3) = day_parm
            and linfileline(124:3) = camp_parm
          if linfileline(1:6) not = last_run
            move last_run to prev_run
            move linfileline(1:6) to last_run
          end-if
        end-if
    end-read
  end-perform
  close linfile
  .

*> A day can be rerun inside one run number (resume); the last record
*> for the run is the one that stood.
load_pair.
  move "N" to file_eof
  open input linfile
  if linfilestat not = "00"
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read linfile at end move "Y" to file_eof
      not at end
        if linfileline(1:6) is numeric and linfileline(8:3) = day_parm
            and linfileline(124:3) = camp_parm
          if linfileline(1:6) = runa_parm
            move linfileline to lin_rec(1)
            move "Y" to lr_found_a
          end-if
          if linfileline(1:6) = runb_parm
            move linfileline to lin_rec(2)
            move "Y" to lr_found_b
          end-if
        end-if
    end-read
  end-perform
  close linfile
  .

report_side_by_side.
  move spaces to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move spaces to report-line
  string "                     RUN " lr_run(1)
    "            RUN " lr_run(2)
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "H" report-line
  move spaces to report-line
  string "POSTED             " lr_date(1) " " lr_time(1) "    "
    lr_date(2) " " lr_time(2)
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  move spaces to report-line
  string "ANSWER             " lr_answer(1) "  " lr_answer(2)
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  move spaces to report-line
  string "INPUT RECORDS      " lr_reccnt(1) "            "
    lr_reccnt(2)
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  move spaces to report-line
  string "INPUT HASH         " lr_inhash(1) "  " lr_inhash(2)
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  move spaces to report-line
  string "MANIFEST SUFFIX    " lr_manifest(1) "                "
    lr_manifest(2)
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  move spaces to report-line
  string "CARD HASH          " lr_cardhash(1) "  " lr_cardhash(2)
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  move spaces to report-line
  string "BASELINE GEN       " lr_basegen(1) "                "
    lr_basegen(2)
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  move spaces to report-line
  string "BASELINE VALUE     " lr_baseline(1) "  " lr_baseline(2)
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  .

report_verdict.
  move spaces to report-line
  call 'lib-writereport' using function module-id "W" report-line
  if lr_answer(1) = lr_answer(2)
    move "ANSWER: UNCHANGED" to report-line
  else
    move "ANSWER: CHANGED" to report-line
  end-if
  call 'lib-writereport' using function module-id "W" report-line
  if lr_reccnt(1) not = lr_reccnt(2) or lr_inhash(1) not = lr_inhash(2)
    add 1 to changed_cnt
    move "  INPUT     CHANGED -- the day's input data differs"
        to report-line
    call 'lib-writereport' using function module-id "W" report-line
  end-if
  if lr_cardhash(1) not = lr_cardhash(2)
    add 1 to changed_cnt
    move "  CARD      CHANGED -- the day's control card was edited"
        to report-line
    call 'lib-writereport' using function module-id "W" report-line
  end-if
  if lr_manifest(1) not = lr_manifest(2)
    add 1 to changed_cnt
    move "  MANIFEST  CHANGED -- a different input override was in effect"
        to report-line
    call 'lib-writereport' using function module-id "W" report-line
  end-if
  if lr_basegen(1) not = lr_basegen(2)
      or lr_baseline(1) not = lr_baseline(2)
    add 1 to changed_cnt
    move "  BASELINE  CHANGED -- checked against a different baseline"
        to report-line
    call 'lib-writereport' using function module-id "W" report-line
  end-if
  move spaces to report-line
  evaluate true
    when changed_cnt = 0 and lr_answer(1) not = lr_answer(2)
      move "NONE OF INPUT, CARD, MANIFEST OR BASELINE CHANGED -- THE PROGRAM ITSELF IS SUSPECT"
          to report-line
    when changed_cnt = 0
      move "NONE OF INPUT, CARD, MANIFEST OR BASELINE CHANGED"
          to report-line
  end-evaluate
  if report-line not = spaces
    call 'lib-writereport' using function module-id "W" report-line
  end-if
  display "lineage: day " day_parm " run " runa_parm " vs " runb_parm
      " -- " changed_cnt " ingredient(s) changed."
  .
