           >>source format free
identification division.
program-id. lib-procdate.
author. alexoh@wcoding.
*> Shop processing date. A batch that starts at 22:00 and finishes
*> at 02:00 used to stamp half of answers.int, alerts.int and
*> run.history off the clock with one date and half with the next,
*> so recon guessed which postings were the run's and digest's
*> DATE=LAST picked the wrong night. The business date is now kept
*> on proc.date: driver rolls it forward at the start of each fresh
*> run and publishes it in BATCHDATE, and the shared services stamp
*> their records with it (the time of day stays the clock's).
*>   "G" ln-date out: the business date in force -- BATCHDATE when
*>       driver published one for the run it is making, else the
*>       last date on proc.date, else the clock's date (no proc.date
*>       yet), with ln-result "CLOK".
*>   "R" roll forward to ln-date for the fresh run ln-run, and write
*>       the roll to proc.date. Guarded: a date already in force is
*>       not rolled to twice ("SAME"), nor one before it ("BACK"),
*>       nor one later than the clock's date ("FUTR"); the date in
*>       force stays and comes back in ln-date; ln-result "ERR "
*>       when ln-date is not a date. The first roll seeds proc.date.
*>   "K" ln-date out: the business date of run ln-run, for a rerun
*>       that keeps the date of the run it redoes -- the last roll
*>       made by that run or an earlier one (999999 for the latest),
*>       else as "G".
*> ln-result "OK  " when the date is proc.date's or the roll is made.
*> proc.date record (31 bytes, single spaces between): business
*> date x(8), run that rolled it 9(6), rolled on date x(8) and time
*> x(6) by the clock. The last record is the date in force; the
*> earlier ones are the roll history reruns are kept to.
*> Under BATCHENV=TEST the TEST processing date (test/proc.date) is
*> kept (lib-runenv).

environment division.
  input-output section.
    file-control.
      select pdfile assign to pdfile_name
        organization is line sequential
        file status is pdfilestat.

data division.
  file section.
    fd pdfile.
    01 pdfileline pic x(31).

  working-storage section.
    01 pdfilestat pic xx.
    01 pdfile_name pic x(40).
    77 env_basename pic x(30) value "proc.date".
    77 env_name pic x(4).
    77 file_eof pic x.

    01 pd_line.
      02 pd_date pic x(8).
      02 filler pic x value space.
      02 pd_run pic 9(6).
      02 filler pic x value space.
      02 pd_rolled_date pic x(8).
      02 filler pic x value space.
      02 pd_rolled_time pic x(6).

    77 env_date pic x(8).
    77 keep_run pic 9(6).
    77 last_date pic x(8).
    77 kept_date pic x(8).
    77 curr_date_time pic x(21).

  linkage section.
    01 ln-mode pic x.
    01 ln-run pic 9(6).
    01 ln-date pic x(8).
    01 ln-result pic x(4).

procedure division using ln-mode ln-run ln-date ln-result.
  move "OK  " to ln-result
  call 'lib-runenv' using env_basename pdfile_name env_name
  evaluate ln-mode
    when "G"
      perform date_in_force
    when "K"
      perform date_of_run
    when "R"
      perform roll_forward
    when other
      move "ERR " to ln-result
  end-evaluate
  goback.

date_in_force.
  move spaces to env_date
  accept env_date from environment "BATCHDATE"
  if env_date is numeric
    move env_date to ln-date
    exit paragraph
  end-if
  move 999999 to keep_run
  perform load_proc_dates
  if last_date not = spaces
    move last_date to ln-date
  else
    move function current-date to curr_date_time
    move curr_date_time(1:8) to ln-date
    move "CLOK" to ln-result
  end-if
  .

date_of_run.
  move ln-run to keep_run
  perform load_proc_dates
  if kept_date not = spaces
    move kept_date to ln-date
  else
    perform date_in_force
  end-if
  .

roll_forward.
  move 999999 to keep_run
  perform load_proc_dates
  move function current-date to curr_date_time
  evaluate true
    when ln-date is not numeric
      move "ERR " to ln-result
    when function test-date-yyyymmdd(function numval(ln-date)) not = 0
      move "ERR " to ln-result
    when ln-date > curr_date_time(1:8)
      move "FUTR" to ln-result
    when last_date not = spaces and ln-date = last_date
      move "SAME" to ln-result
    when last_date not = spaces and ln-date < last_date
      move "BACK" to ln-result
  end-evaluate
  if ln-result not = "OK  "
    display "lib-procdate: roll to " ln-date " refused (" ln-result
        ") -- business date stays "
        function trim(last_date) "."
    if last_date not = spaces
      move last_date to ln-date
    else
      move curr_date_time(1:8) to ln-date
    end-if
    exit paragraph
  end-if

  move ln-date to pd_date
  move ln-run to pd_run
  move curr_date_time(1:8) to pd_rolled_date
  move curr_date_time(9:6) to pd_rolled_time
  open extend pdfile
  if pdfilestat = "35" or pdfilestat = "05"
    open output pdfile
  end-if
  if pdfilestat not = "00"
    display "lib-procdate: ERROR writing " function trim(pdfile_name)
        " status " pdfilestat
    move "ERR " to ln-result
    exit paragraph
  end-if
  write pdfileline from pd_line
  close pdfile
  .

*> last_date is the date in force; kept_date the last one rolled by
*> run keep_run or before it.
load_proc_dates.
  move spaces to last_date
  move spaces to kept_date
  move "N" to file_eof
  open input pdfile
  if pdfilestat not = "00"
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read pdfile at end move "Y" to file_eof
      not at end
        move pdfileline to pd_line
        if pd_date is numeric and pd_run is numeric
          move pd_date to last_date
          if pd_run <= keep_run
            move pd_date to kept_date
          end-if
        end-if
    end-read
  end-perform
  close pdfile
  .
