           >>source format free
identification division.
program-id. rationpl.
author. alexoh@wcoding.
*> Expedition ration planner over the 01 calorie inventory. 01a/01b
*> say what each elf carries and who carries the most; the question
*> for logistics is how long the camp can travel. From the same 01
*> input (manifest override respected, via lib-readfile) this totals
*> each elf's calories and plans them against the ration policy file
*> ration.pol, one record per setting:
*>   "DAILYCAL nnn"   calories one elf eats per day      (default 2000)
*>   "TRIPDAYS nnn"   length of the trip in days         (required)
*>   "RESERVE  nnn"   calories each elf keeps untouched  (default 0)
*> An elf needs DAILYCAL x TRIPDAYS + RESERVE. The plan reports days
*> of food per elf (calories above the reserve, in whole days), the
*> camp-wide days of food, and every elf short of the trip. Short
*> elves are then covered from the surplus carriers -- largest
*> surplus first -- and each proposed transfer is listed; an elf the
*> surplus cannot cover is named as still short.
*> When the camp's total cannot cover the trip a shortage alert goes
*> to alerts.int in lib-checkbaseline's layout (day 01a, severity
*> SHRT, the calories needed in the baseline column, the calories on
*> hand in got), so alertsum carries it to the morning operator.
*> Control card: none needed.
*> Return code 4 when the camp is short, 8 when ration.pol or the 01
*> input is missing or the policy is unusable.

environment division.
  input-output section.
    file-control.
      select polfile assign to "ration.pol"
        organization is line sequential
        file status is polfilestat.
      select alfile assign to alfile_name
        organization is line sequential
        file status is alfilestat.

data division.
  file section.
    fd polfile.
    01 polfileline pic x(80).

    fd alfile.
    01 alfileline pic x(66).

  working-storage section.
    01 polfilestat pic xx.
    01 alfilestat pic xx.
    01 alfile_name pic x(40).
    77 file_eof pic x.

    *> For lib-readfile -- 01's inventory, one item per line, a blank
    *> line between elves.
    01 rf_all_lines.
      02 rf_line_cnt pic s9(8) comp value 0.
      02 rf_line_row pic x(99) occurs 0 to 99999 times
          depending on rf_line_cnt indexed by rf_line_idx.
    77 rf_row_len pic s9(8) comp value 99.
    77 inventory_day pic x(10) value "01".
    01 line_as_num pic s9(8) comp.

    *> Policy in effect.
    77 pol_word pic x(12).
    77 pol_value pic x(20).
    77 pol_rest pic x(40).
    77 daily_cal pic 9(8) value 2000.
    77 trip_days pic 9(5) value 0.
    77 reserve_cal pic 9(8) value 0.
    77 elf_need pic s9(12) comp.

    01 elves.
      02 elf_cnt pic s9(4) comp value 0.
      02 elf_row occurs 0 to 9999 times depending on elf_cnt
          indexed by elf_idx.
        03 elf_total pic s9(12) comp.
        03 elf_days pic s9(8) comp.
        *> Calories over (+) or under (-) the trip's need; the plan
        *> moves it toward zero as transfers are proposed.
        03 elf_balance pic s9(12) comp.
        03 elf_status pic x(5).
    77 donor_idx pic s9(4) comp.
    77 scan_idx pic s9(4) comp.
    77 best_surplus pic s9(12) comp.
    77 move_cal pic s9(12) comp.

    77 camp_total pic s9(14) comp value 0.
    77 camp_need pic s9(14) comp value 0.
    77 camp_days pic s9(8) comp value 0.
    77 short_cnt pic s9(4) comp value 0.
    77 uncovered_cnt pic s9(4) comp value 0.
    77 transfer_cnt pic s9(4) comp value 0.

    *> Shortage alert in lib-checkbaseline's alerts.int layout.
    01 alert_line.
      02 alert_day pic x(3).
      02 filler pic x value space.
      02 alert_severity pic x(4).
      02 filler pic x value space.
      02 alert_baseline pic x(18).
      02 filler pic x value space.
      02 alert_got pic x(18).
      02 filler pic x value space.
      02 alert_date pic x(8).
      02 filler pic x value space.
      02 alert_time pic x(6).
      02 filler pic x value space.
      02 alert_camp pic x(3).
    *> For lib-procdate -- alerts carry the business date.
    77 pd_mode pic x value "G".
    77 pd_run pic 9(6) value 0.
    77 pd_date pic x(8).
    77 pd_result pic x(4).

    77 curr_date_time pic x(21).
    77 report-line pic x(999).
    77 report-ptr pic s9(4) comp.
    77 disp-elf pic z(4)9.
    77 disp-elf2 pic z(4)9.
    77 disp-cal pic z(12)9.
    77 disp-days pic z(7)9.
    77 disp-bal pic -(12)9.
    77 disp-cnt pic z(4)9.

    *> For lib-runenv -- the environment's copy of each file.
    77 env_basename pic x(30).
    77 env_name pic x(4).

procedure division.
  perform load_policy
  if polfilestat not = "00"
    move 8 to return-code
    goback
  end-if
  if daily_cal = 0 or trip_days = 0
    display "rationpl: ration.pol needs DAILYCAL and TRIPDAYS above"
        " zero -- no plan."
    move 8 to return-code
    goback
  end-if
  compute elf_need = daily_cal * trip_days + reserve_cal

  call 'lib-readfile' using inventory_day rf_all_lines rf_row_len
  if return-code not = 0
    display "rationpl: no 01 calorie inventory -- no plan."
    goback
  end-if
  perform total_elves

  call 'lib-writereport' using function module-id "O" report-line
  move "EXPEDITION RATION PLAN" to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move spaces to report-line
  move daily_cal to disp-cal
  string "POLICY: DAILY CALORIES " function trim(disp-cal)
    delimited by size into report-line
  end-string
  move trip_days to disp-days
  move function length(function trim(report-line)) to report-ptr
  add 1 to report-ptr
  string "  TRIP DAYS " function trim(disp-days)
    delimited by size into report-line with pointer report-ptr
  end-string
  move reserve_cal to disp-cal
  string "  RESERVE " function trim(disp-cal)
    delimited by size into report-line with pointer report-ptr
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  move spaces to report-line
  move elf_need to disp-cal
  string "EACH ELF NEEDS " function trim(disp-cal) " CALORIES"
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  move spaces to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move "  ELF       CALORIES  DAYS OF FOOD        BALANCE  STATUS"
      to report-line
  call 'lib-writereport' using function module-id "H" report-line
  perform varying elf_idx from 1 by 1 until elf_idx > elf_cnt
    perform report_one_elf
  end-perform

  perform report_camp

  if short_cnt > 0
    perform propose_transfers
  end-if

  if camp_total < camp_need
    perform write_shortage_alert
  end-if
  call 'lib-writereport' using function module-id "C" report-line
  if camp_total < camp_need
    move 4 to return-code
  end-if
  display "rationpl: " elf_cnt " elf(s), " short_cnt " short, "
      transfer_cnt " transfer(s) proposed, " uncovered_cnt
      " still short."
  goback.

load_policy.
  move "N" to file_eof
  open input polfile
  if polfilestat not = "00"
    display "rationpl: no ration.pol on file -- no plan."
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read polfile at end move "Y" to file_eof
      not at end
        move spaces to pol_word pol_value pol_rest
        unstring function trim(polfileline) delimited by all " "
          into pol_word pol_value pol_rest
        end-unstring
        if pol_value not = spaces
            and function trim(pol_value) is numeric
          evaluate pol_word
            when "DAILYCAL"
              move function numval(pol_value) to daily_cal
            when "TRIPDAYS"
              move function numval(pol_value) to trip_days
            when "RESERVE"
              move function numval(pol_value) to reserve_cal
            when other
              display "rationpl: unknown policy setting "
                  function trim(pol_word) " ignored"
          end-evaluate
        else
          if pol_word not = spaces
            display "rationpl: policy setting "
                function trim(pol_word) " has no usable value"
          end-if
        end-if
    end-read
  end-perform
  close polfile
  .

*> Same reading of the inventory as 01a/01b: a blank line starts the
*> next elf.
total_elves.
  move 1 to elf_cnt
  move 0 to elf_total(elf_cnt)
  perform varying rf_line_idx from 1 by 1 until rf_line_idx > rf_line_cnt
    if rf_line_row(rf_line_idx)(1:1) = " "
      if elf_cnt < 9999
        add 1 to elf_cnt
        move 0 to elf_total(elf_cnt)
      end-if
    else
      move rf_line_row(rf_line_idx) to line_as_num
      add line_as_num to elf_total(elf_cnt)
    end-if
  end-perform
  perform varying elf_idx from 1 by 1 until elf_idx > elf_cnt
    add elf_total(elf_idx) to camp_total
    if elf_total(elf_idx) > reserve_cal
      compute elf_days(elf_idx) =
          (elf_total(elf_idx) - reserve_cal) / daily_cal
    else
      move 0 to elf_days(elf_idx)
    end-if
    compute elf_balance(elf_idx) = elf_total(elf_idx) - elf_need
    if elf_balance(elf_idx) < 0
      move "SHORT" to elf_status(elf_idx)
      add 1 to short_cnt
    else
      move "OK" to elf_status(elf_idx)
    end-if
  end-perform
  compute camp_need = elf_need * elf_cnt
  if camp_total > reserve_cal * elf_cnt
    compute camp_days =
        (camp_total - reserve_cal * elf_cnt) / (daily_cal * elf_cnt)
  end-if
  .

report_one_elf.
  move spaces to report-line
  move elf_idx to disp-elf
  move elf_total(elf_idx) to disp-cal
  move disp-elf to report-line(1:5)
  move disp-cal(6:8) to report-line(13:8)
  move elf_days(elf_idx) to disp-days
  move disp-days to report-line(27:8)
  move elf_balance(elf_idx) to disp-bal
  move disp-bal(4:10) to report-line(40:10)
  move elf_status(elf_idx) to report-line(52:5)
  call 'lib-writereport' using function module-id "W" report-line
  .

report_camp.
  move spaces to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move spaces to report-line
  move elf_cnt to disp-cnt
  move camp_total to disp-cal
  string "CAMP: " function trim(disp-cnt) " ELVES CARRYING "
    function trim(disp-cal) " CALORIES"
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  move spaces to report-line
  move camp_days to disp-days
  move trip_days to disp-cnt
  string "CAMP-WIDE DAYS OF FOOD: " function trim(disp-days)
    " (TRIP " function trim(disp-cnt) " DAYS)"
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  move spaces to report-line
  move camp_need to disp-cal
  string "CALORIES NEEDED FOR THE TRIP: " function trim(disp-cal)
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  move spaces to report-line
  move short_cnt to disp-cnt
  string "ELVES SHORT OF THE TRIP: " function trim(disp-cnt)
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  if camp_total < camp_need
    move "*** CAMP SHORTAGE -- TOTAL CALORIES CANNOT COVER THE TRIP ***"
        to report-line
    call 'lib-writereport' using function module-id "W" report-line
  end-if
  .

*> Cover each short elf in turn from whoever has the most to spare,
*> never taking a carrier below its own need.
propose_transfers.
  move spaces to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move "PROPOSED TRANSFERS" to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move "  FROM ELF    TO ELF       CALORIES" to report-line
  call 'lib-writereport' using function module-id "H" report-line
  perform varying elf_idx from 1 by 1 until elf_idx > elf_cnt
    if elf_balance(elf_idx) < 0
      perform cover_one_elf
    end-if
  end-perform
  if transfer_cnt = 0
    move "  NO CARRIER HAS CALORIES TO SPARE" to report-line
    call 'lib-writereport' using function module-id "W" report-line
  end-if

  move spaces to report-line
  call 'lib-writereport' using function module-id "W" report-line
  perform varying elf_idx from 1 by 1 until elf_idx > elf_cnt
    if elf_balance(elf_idx) < 0
      add 1 to uncovered_cnt
      move spaces to report-line
      move elf_idx to disp-elf
      compute disp-cal = 0 - elf_balance(elf_idx)
      string "STILL SHORT AFTER TRANSFERS: ELF " function trim(disp-elf)
        " BY " function trim(disp-cal) " CALORIES"
        delimited by size into report-line
      end-string
      call 'lib-writereport' using function module-id "W" report-line
    end-if
  end-perform
  if uncovered_cnt = 0
    move "ALL ELVES COVERED AFTER TRANSFERS" to report-line
    call 'lib-writereport' using function module-id "W" report-line
  end-if
  .

cover_one_elf.
  perform until elf_balance(elf_idx) >= 0
    move 0 to best_surplus
    move 0 to donor_idx
    perform varying scan_idx from 1 by 1 until scan_idx > elf_cnt
      if elf_balance(scan_idx) > best_surplus
        move elf_balance(scan_idx) to best_surplus
        move scan_idx to donor_idx
      end-if
    end-perform
    if donor_idx = 0
      exit perform
    end-if
    compute move_cal = 0 - elf_balance(elf_idx)
    if move_cal > best_surplus
      move best_surplus to move_cal
    end-if
    subtract move_cal from elf_balance(donor_idx)
    add move_cal to elf_balance(elf_idx)
    add 1 to transfer_cnt
    move spaces to report-line
    move donor_idx to disp-elf
    move elf_idx to disp-elf2
    move move_cal to disp-cal
    move disp-elf to report-line(6:5)
    move disp-elf2 to report-line(16:5)
    move disp-cal(6:8) to report-line(28:8)
    call 'lib-writereport' using function module-id "W" report-line
  end-perform
  .

write_shortage_alert.
  move function current-date to curr_date_time
  move "01a" to alert_day
  move "SHRT" to alert_severity
  move spaces to alert_baseline
  move camp_need to disp-cal
  string "NEED " function trim(disp-cal)
    delimited by size into alert_baseline
  end-string
  move spaces to alert_got
  move camp_total to disp-cal
  string "HAVE " function trim(disp-cal)
    delimited by size into alert_got
  end-string
  call 'lib-procdate' using pd_mode pd_run pd_date pd_result
  move pd_date to alert_date
  move curr_date_time(9:6) to alert_time
  move "alerts.int" to env_basename
  call 'lib-runenv' using env_basename alfile_name env_name
  open extend alfile
  if alfilestat = "35" or alfilestat = "05"
    open output alfile
    if alfilestat = "00"
      move "HDR 01" to alfileline
      write alfileline
    end-if
  end-if
  if alfilestat = "00"
    accept alert_camp from environment "BATCHCAMP"
    write alfileline from alert_line
    close alfile
    display "rationpl: *** CAMP SHORTAGE -- alert raised ***"
  else
    display "rationpl: ERROR appending alerts.int status "
        alfilestat
  end-if
  .
