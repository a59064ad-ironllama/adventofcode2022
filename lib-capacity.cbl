           >>source format free
identification division.
program-id. lib-capacity.
author. alexoh@wcoding.
*> Table-capacity high-water ledger. The day programs' table limits
*> (15a/15b's 99 sensors, 18b's occupancy index, 21a/21b's 3000
*> instructions, 20a's 5001 numbers, 22a's 200x150 and 23a's 99x99
*> grids) used to announce themselves only when lib-dump fired. Each
*> program now hands over, once per run, how much of each key table
*> it used; this appends one record per table to capacity.led so the
*> headroom report can show utilization and its trend, and a limit
*> raise is asked for before the feed outgrows the table.
*> Record (capacity.led, 58 bytes, single spaces between):
*>   date x(8), time x(6), program x(3), table x(16), high-water
*>   9(8), limit 9(8), percent used 9(3).
*> The creator writes the "HDR 01" layout-version header, the same
*> convention as the other interface files.
*> A TEST run's rehearsal postings go to test/capacity.led
*> (lib-runenv), so they never skew the production trend.

environment division.
  input-output section.
    file-control.
      select capfile assign to capfile_name
        organization is line sequential
        file status is capfilestat.

data division.
  file section.
    fd capfile.
    01 capfileline pic x(58).

  working-storage section.
    01 capfilestat pic xx.
    01 capfile_name pic x(40).
    01 cap_line.
      02 cap_date pic x(8).
      02 filler pic x value space.
      02 cap_time pic x(6).
      02 filler pic x value space.
      02 cap_prog pic x(3).
      02 filler pic x value space.
      02 cap_table pic x(16).
      02 filler pic x value space.
      02 cap_used pic 9(8).
      02 filler pic x value space.
      02 cap_limit pic 9(8).
      02 filler pic x value space.
      02 cap_pct pic 9(3).
    77 curr_date_time pic x(21).

    *> For lib-runenv -- the environment's copy of the file.
    77 env_basename pic x(30) value "capacity.led".
    77 env_name pic x(4).

  linkage section.
    01 ln-progid pic x(10).
    01 ln-table pic x(16).
    01 ln-used pic s9(8) comp.
    01 ln-limit pic s9(8) comp.

procedure division using ln-progid ln-table ln-used ln-limit.
  move function current-date to curr_date_time
  move curr_date_time(1:8) to cap_date
  move curr_date_time(9:6) to cap_time
  move ln-progid(1:3) to cap_prog
  move ln-table to cap_table
  move ln-used to cap_used
  move ln-limit to cap_limit
  if ln-limit > 0
    compute cap_pct = (ln-used * 100) / ln-limit
  else
    move 0 to cap_pct
  end-if
  call 'lib-runenv' using env_basename capfile_name env_name

  open extend capfile
  if capfilestat = "35" or capfilestat = "05"
    open output capfile
    if capfilestat = "00"
      move "HDR 01" to capfileline
      write capfileline
    end-if
  end-if
  if capfilestat = "00"
    write capfileline from cap_line
    close capfile
  else
    display "lib-capacity: ERROR appending capacity.led status "
        capfilestat
  end-if
  goback.
