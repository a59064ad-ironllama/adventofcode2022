*>   "O" open <caller>.trl for output,
*>   "W" write one step record,
*>   "C" close.
*> Each run's trail is also kept as <caller>.trl.<run> -- the run
*> driver publishes in BATCHRUN, 000000 for a program run on its
*> own -- so rtdrift can compare tonight's route with last week's
*> and trailview can lay one over the other; <caller>.trl is always
*> the latest. Under a camp both are the camp's own (lib-campfile):
*> two camps in one run take different routes.
*> The runs kept are listed, oldest first, in <caller>.trl.runs
*> beside them, so rptsweep can retire the old ones without hunting
*> for run numbers.

environment division.
  input-output section.
      select tfile assign to trail_filename
        organization is line sequential
        file status is tfilestat.
      select kfile assign to kept_filename
        organization is line sequential
        file status is kfilestat.
      select rfile assign to runs_filename
        organization is line sequential
        file status is rfilestat.

data division.
  file section.
    fd tfile.
    01 tfileline pic x(52).

    fd kfile.
    01 kfileline pic x(52).

    fd rfile.
    01 rfileline pic x(6).

  working-storage section.
    01 trail_filename pic x(40).
    01 tfilestat pic xx.
    77 trail-open-flag pic x value "N".
    01 kept_filename pic x(40).
    01 kfilestat pic xx.
    77 kept-open-flag pic x value "N".
    77 env_run pic x(10).
    77 kept_run pic 9(6).
    01 runs_filename pic x(40).
    01 rfilestat pic xx.
    77 runs_eof pic x.
    77 last_run pic x(6).
    77 camp_code pic x(3).

    01 trail_line.
      02 tl_step pic 9(6).
        ".trl" delimited by size
        into trail_filename
      end-string
      call 'lib-campfile' using trail_filename camp_code
      open output tfile
      if tfilestat not = "00"
        display "lib-trail: ERROR opening " trail_filename
      else
        move "Y" to trail-open-flag
      end-if
      move spaces to env_run
      accept env_run from environment "BATCHRUN"
      if env_run(1:6) is numeric
        move env_run(1:6) to kept_run
      else
        move 0 to kept_run
      end-if
      move spaces to kept_filename
      string function trim(trail_filename) "." kept_run
        delimited by size into kept_filename
      end-string
      open output kfile
      if kfilestat not = "00"
        display "lib-trail: ERROR opening " function trim(kept_filename)
            " status " kfilestat
      else
        move "Y" to kept-open-flag
        perform list_kept_run
      end-if

    when "W"
      move ln-step to tl_step
      move ln-x to tl_x
      move ln-y to tl_y
      move ln-label to tl_label
      move ln-note to tl_note
      if trail-open-flag = "Y"
        write tfileline from trail_line
      end-if
      if kept-open-flag = "Y"
        write kfileline from trail_line
      end-if

    when "C"
      if trail-open-flag = "Y"
        close tfile
        move "N" to trail-open-flag
      end-if
      if kept-open-flag = "Y"
        close kfile
        move "N" to kept-open-flag
      end-if
  end-evaluate
  goback.

*> Adds this run to the caller's list of kept runs, unless it is
*> already the newest there (a rerun of the same run number).
list_kept_run.
  move spaces to runs_filename
  string function trim(trail_filename) ".runs"
    delimited by size into runs_filename
  end-string
  move spaces to last_run
  move "N" to runs_eof
  open input rfile
  if rfilestat = "00"
    perform until runs_eof = "Y"
      read rfile at end move "Y" to runs_eof
        not at end
          if rfileline not = spaces
            move rfileline to last_run
          end-if
      end-read
    end-perform
    close rfile
  end-if
  if last_run = kept_run
    exit paragraph
  end-if
  open extend rfile
  if rfilestat = "35" or rfilestat = "05"
    open output rfile
  end-if
  if rfilestat not = "00"
    display "lib-trail: ERROR appending " function trim(runs_filename)
        " status " rfilestat
    exit paragraph
  end-if
  move kept_run to rfileline
  write rfileline
  close rfile
  .
