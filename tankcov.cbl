           >>source format free
identification division.
program-id. tankcov.
author. alexoh@wcoding.
*> Fuel coverage: how many days the fuel on hand lasts at the day's
*> requirement. 25a sums the SNAFU fuel requirement and posts it to
*> answers.int; 25.bal holds what is in each tank (fuelpost). This
*> joins the two: for each tank and camp-wide, the days of supply at
*> the requirement rate (whole days, as rationpl counts days of
*> food) and the shortfall or surplus against the target coverage,
*> every figure in both SNAFU and decimal through lib-snafu.
*> The requirement is the last 25a posting on answers.int -- the
*> full answer on a layout-02 posting, else the 18-byte answer --
*> for the camp in force (BATCHCAMP). A 25a total posted LONG (too
*> long for the answer field) has no figure to use and is passed
*> over. A legacy single-number 25.bal reads as account MAIN, as in
*> fuelpost and fueltrb.
*> fuelpost's reorder alert fires only at the static point on
*> fuel.cfg; a tank can sit well above it and still not last the
*> target. Each tank short of the target, and the camp when its
*> total is, gets a coverage alert in alerts.int in the same layout
*> as fuelpost's reorder alert (day 25a, severity COVR, the account
*> and the fuel the target needs in the baseline column, the balance
*> in got), whatever the reorder point says. The reorder point, if
*> any, is shown beside the tank for comparison.
*> Control card (ta.ctl):
*>   TARGET=n   days of supply each tank should hold (default 30)
*> Under BATCHENV=TEST the TEST answers.int and alerts.int are used
*> (lib-runenv).
*> Return code 4 when a tank or the camp is short of the target, 8
*> when 25.bal or a usable 25a requirement is missing.

environment division.
  input-output section.
    file-control.
      select afile assign to afile_name
        organization is line sequential
        file status is afilestat.
      select balfile assign to "25.bal"
        organization is line sequential
        file status is balfilestat.
      select cfgfile assign to "fuel.cfg"
        organization is line sequential
        file status is cfgfilestat.
      select alfile assign to alfile_name
        organization is line sequential
        file status is alfilestat.

data division.
  file section.
    fd afile.
    01 afileline pic x(119).

    fd balfile.
    01 balfileline pic x(31).

    fd cfgfile.
    01 cfgfileline pic x(31).

    fd alfile.
    01 alfileline pic x(66).

  working-storage section.
    01 afilestat pic xx.
    01 balfilestat pic xx.
    01 cfgfilestat pic xx.
    01 alfilestat pic xx.
    01 afile_name pic x(40).
    01 alfile_name pic x(40).
    77 file_eof pic x.

    *> The 25a posting the requirement is taken from.
    01 answer_line.
      02 answer_day pic x(2).
      02 answer_part pic x(1).
      02 filler pic x.
      02 answer_value pic x(18).
      02 filler pic x.
      02 answer_status pic x(4).
      02 filler pic x.
      02 answer_date pic x(8).
      02 filler pic x.
      02 answer_time pic x(6).
      02 filler pic x.
      02 answer_camp pic x(3).
      02 filler pic x.
      02 answer_type pic x(1).
      02 filler pic x.
      02 answer_unit pic x(8).
      02 filler pic x.
      02 answer_full pic x(60).
    77 env_camp pic x(3).
    77 req_found pic x value "N".
    77 req_snafu pic x(26).
    77 req_dec pic s9(18) comp value 0.
    77 req_status pic x(4).
    77 req_date pic x(8).
    77 req_time pic x(6).
    77 req_long_cnt pic s9(4) comp value 0.
    77 target_days pic s9(8) comp value 30.

    *> One balance per tank/account code, with its reorder point.
    01 account_table.
      02 account_cnt pic s9(4) comp value 0.
      02 account_row occurs 0 to 20 times depending on account_cnt
          indexed by account_idx.
        03 account_code pic x(4).
        03 account_dec pic s9(18) comp.
        03 account_reorder pic s9(18) comp.
        03 account_has_reorder pic x.
    77 account_found pic x.
    77 lookup_acct pic x(4).
    77 balance_snafu pic x(26).
    77 amount_dec pic s9(18) comp.
    77 snafu_mode pic x(3).
    77 snafu_result pic x(3).
    77 bad_balance_cnt pic s9(4) comp value 0.

    *> Coverage of the account (or the camp) being reported.
    77 cover_code pic x(4).
    77 cover_bal pic s9(18) comp.
    77 cover_days pic s9(18) comp.
    77 cover_need pic s9(18) comp.
    77 cover_gap pic s9(18) comp.
    77 cover_status pic x(5).
    77 camp_total pic s9(18) comp value 0.
    77 short_cnt pic s9(4) comp value 0.
    77 alert_cnt pic s9(4) comp value 0.

    *> Coverage alert in fuelpost's reorder-alert layout.
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

    77 curr_date_time pic x(21).
    *> For lib-procdate -- alerts carry the business date.
    77 pd_mode pic x value "G".
    77 pd_run pic 9(6) value 0.
    77 pd_date pic x(8).
    77 pd_result pic x(4).

    77 report-line pic x(999).
    77 report-ptr pic s9(4) comp.
    77 snafu_text pic x(26).
    77 disp-dec pic -(17)9.
    77 disp-cnt pic z(4)9.

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

    *> For lib-runenv -- the environment's copy of each file.
    77 env_basename pic x(30).
    77 env_name pic x(4).

procedure division.
  call 'lib-readdata' using function module-id ".ctl" ctl_all_lines
  move "TARGET" to parm_keyword
  move "30" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  if function trim(parm_value) is numeric
      and function numval(parm_value) > 0
    move function numval(parm_value) to target_days
  else
    display "tankcov: TARGET " function trim(parm_value)
        " is not a number of days -- 30 used."
  end-if

  perform find_requirement
  if req_found = "N"
    display "tankcov: no usable 25a requirement on "
        function trim(afile_name) " -- no coverage."
    move 8 to return-code
    goback
  end-if

  perform load_balances
  if balfilestat not = "00"
    display "tankcov: no 25.bal on file -- no coverage."
    move 8 to return-code
    goback
  end-if
  perform load_reorder_points

  call 'lib-writereport' using function module-id "O" report-line
  move spaces to report-line
  string "FUEL COVERAGE -- " env_name delimited by size
      into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  move spaces to report-line
  move req_dec to disp-dec
  string "REQUIREMENT PER DAY: SNAFU " function trim(req_snafu)
    "  DECIMAL " function trim(disp-dec)
    "  (25a " req_date " " req_time " " req_status ")"
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  display function trim(report-line)
  move spaces to report-line
  move target_days to disp-dec
  string "TARGET COVERAGE: " function trim(disp-dec) " DAYS"
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  display function trim(report-line)
  move spaces to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move "ACCT  BALANCE / DAYS OF SUPPLY / SHORTFALL OR SURPLUS"
      to report-line
  call 'lib-writereport' using function module-id "H" report-line

  perform varying account_idx from 1 by 1
      until account_idx > account_cnt
    move account_code(account_idx) to cover_code
    move account_dec(account_idx) to cover_bal
    add account_dec(account_idx) to camp_total
    perform compute_coverage
    perform report_coverage
    if cover_status = "SHORT"
      perform write_coverage_alert
    end-if
  end-perform

  move spaces to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move "CAMP" to cover_code
  move camp_total to cover_bal
  perform compute_coverage
  perform report_coverage
  if cover_status = "SHORT"
    perform write_coverage_alert
  end-if

  call 'lib-writereport' using function module-id "C" report-line
  display "tankcov: " account_cnt " tank(s), " short_cnt
      " short of the target, " alert_cnt " coverage alert(s)."
  *> The return code goes last: the closing call resets it.
  if short_cnt > 0
    move 4 to return-code
  end-if
  goback.

*> The last 25a posting for the camp in force that carries a figure.
find_requirement.
  accept env_camp from environment "BATCHCAMP"
  move "answers.int" to env_basename
  call 'lib-runenv' using env_basename afile_name env_name
  move "N" to file_eof
  open input afile
  if afilestat not = "00"
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read afile at end move "Y" to file_eof
      not at end
        move afileline to answer_line
        if answer_day = "25" and answer_part = "a"
            and answer_camp = env_camp
          perform take_requirement
        end-if
    end-read
  end-perform
  close afile
  if req_long_cnt > 0 and req_found = "N"
    display "tankcov: 25a total posted LONG -- see the 25a console"
        " for the full value."
  end-if
  .

take_requirement.
  move spaces to snafu_text
  if answer_full not = spaces
    if function length(function trim(answer_full)) > 26
      add 1 to req_long_cnt
      exit paragraph
    end-if
    move function trim(answer_full) to snafu_text
  else
    move function trim(answer_value) to snafu_text
  end-if
  if snafu_text = spaces
    add 1 to req_long_cnt
    exit paragraph
  end-if
  move "S2D" to snafu_mode
  call 'lib-snafu' using snafu_mode snafu_text amount_dec snafu_result
  if snafu_result not = "OK " or amount_dec <= 0
    display "tankcov: 25a posting of " answer_date " " answer_time
        " is not a SNAFU requirement -- passed over."
    exit paragraph
  end-if
  move "Y" to req_found
  move snafu_text to req_snafu
  move amount_dec to req_dec
  move answer_status to req_status
  move answer_date to req_date
  move answer_time to req_time
  .

*> 25.bal as fuelpost keeps it: "acct(4) space snafu" per tank, or a
*> legacy single number for MAIN.
load_balances.
  move "N" to file_eof
  open input balfile
  if balfilestat not = "00"
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read balfile at end move "Y" to file_eof
      not at end
        if function trim(balfileline) not = spaces
          if balfileline(1:1) alphabetic and balfileline(1:1) not = space
            move balfileline(1:4) to lookup_acct
            move balfileline(6:26) to balance_snafu
          else
            move "MAIN" to lookup_acct
            move balfileline to balance_snafu
          end-if
          perform find_account
          move "S2D" to snafu_mode
          call 'lib-snafu' using snafu_mode balance_snafu amount_dec
              snafu_result
          if snafu_result = "OK "
            move amount_dec to account_dec(account_idx)
          else
            add 1 to bad_balance_cnt
            display "tankcov: balance of " lookup_acct
                " is not SNAFU -- counted as zero."
          end-if
        end-if
    end-read
  end-perform
  close balfile
  .

*> Reorder points only for the tanks on 25.bal -- a fuel.cfg entry
*> for a tank with no balance is not a tank to cover.
load_reorder_points.
  move "N" to file_eof
  open input cfgfile
  if cfgfilestat not = "00"
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read cfgfile at end move "Y" to file_eof
      not at end
        if function trim(cfgfileline) not = spaces
          perform varying account_idx from 1 by 1
              until account_idx > account_cnt
            if account_code(account_idx) = cfgfileline(1:4)
              move function numval(cfgfileline(6:18))
                  to account_reorder(account_idx)
              move "Y" to account_has_reorder(account_idx)
            end-if
          end-perform
        end-if
    end-read
  end-perform
  close cfgfile
  .

find_account.
  move "N" to account_found
  perform varying account_idx from 1 by 1
      until account_idx > account_cnt or account_found = "Y"
    if account_code(account_idx) = lookup_acct
      move "Y" to account_found
    end-if
  end-perform
  if account_found = "Y"
    subtract 1 from account_idx
  else
    add 1 to account_cnt
    move account_cnt to account_idx
    move lookup_acct to account_code(account_idx)
    move 0 to account_dec(account_idx)
    move 0 to account_reorder(account_idx)
    move "N" to account_has_reorder(account_idx)
  end-if
  .

compute_coverage.
  compute cover_days = cover_bal / req_dec
  compute cover_need = req_dec * target_days
  compute cover_gap = cover_bal - cover_need
  if cover_gap < 0
    move "SHORT" to cover_status
    add 1 to short_cnt
  else
    move "OK" to cover_status
  end-if
  .

*> Three lines per tank: the balance, the days of supply, and the
*> shortfall or surplus against the target -- each SNAFU then
*> decimal. SNAFU carries no sign here: a shortfall is said so.
report_coverage.
  move cover_bal to amount_dec
  perform snafu_of_amount
  move spaces to report-line
  string cover_code "  BALANCE    SNAFU " function trim(snafu_text)
    "  DECIMAL " function trim(disp-dec)
    delimited by size into report-line
  end-string
  if cover_code not = "CAMP"
    if account_has_reorder(account_idx) = "Y"
      move function length(function trim(report-line)) to report-ptr
      add 1 to report-ptr
      move account_reorder(account_idx) to disp-dec
      string "  REORDER POINT " function trim(disp-dec)
        delimited by size into report-line with pointer report-ptr
      end-string
    end-if
  end-if
  call 'lib-writereport' using function module-id "W" report-line
  display function trim(report-line)

  move cover_days to amount_dec
  perform snafu_of_amount
  move spaces to report-line
  string "      DAYS       SNAFU " function trim(snafu_text)
    "  DECIMAL " function trim(disp-dec)
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  display function trim(report-line)

  move spaces to report-line
  if cover_gap < 0
    compute amount_dec = 0 - cover_gap
    perform snafu_of_amount
    string "      SHORTFALL  SNAFU " function trim(snafu_text)
      "  DECIMAL " function trim(disp-dec) "  SHORT OF TARGET"
      delimited by size into report-line
    end-string
  else
    move cover_gap to amount_dec
    perform snafu_of_amount
    string "      SURPLUS    SNAFU " function trim(snafu_text)
      "  DECIMAL " function trim(disp-dec)
      delimited by size into report-line
    end-string
  end-if
  call 'lib-writereport' using function module-id "W" report-line
  display function trim(report-line)
  .

*> amount_dec (zero or positive) to snafu_text and disp-dec.
snafu_of_amount.
  move spaces to snafu_text
  move "D2S" to snafu_mode
  call 'lib-snafu' using snafu_mode snafu_text amount_dec snafu_result
  move amount_dec to disp-dec
  .

write_coverage_alert.
  add 1 to alert_cnt
  move function current-date to curr_date_time
  call 'lib-procdate' using pd_mode pd_run pd_date pd_result
  move pd_date to curr_date_time(1:8)
  move "25a" to alert_day
  move "COVR" to alert_severity
  move spaces to alert_baseline
  move cover_need to disp-dec
  string cover_code " " function trim(disp-dec)
    delimited by size into alert_baseline
  end-string
  move spaces to alert_got
  move cover_bal to disp-dec
  string "BAL " function trim(disp-dec)
    delimited by size into alert_got
  end-string
  move curr_date_time(1:8) to alert_date
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
    move target_days to disp-cnt
    display "tankcov: *** " cover_code " SHORT OF "
        function trim(disp-cnt) " DAYS' COVER -- alert raised ***"
  else
    display "tankcov: ERROR appending alerts.int status "
        alfilestat
  end-if
  .
