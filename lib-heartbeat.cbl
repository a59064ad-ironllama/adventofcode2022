*> working 19b and a wedged 16b finally look different from outside.
*> Record layout:
*>   program x(3), phase x(20), units 9(9), date x(8), time x(6),
*>   seconds-of-day 9(5) (pre-computed for cheap age arithmetic),
*>   business date x(8) (lib-procdate) -- the date and seconds
*>   before it stay the clock's, which the stall age is taken from
*> A TEST run beats into test/status.hbt instead (lib-runenv).

environment division.
  input-output section.
    file-control.
      select hbfile assign to hbfile_name
        organization is line sequential
        file status is hbfilestat.

data division.
  file section.
    fd hbfile.
    01 hbfileline pic x(65).

  working-storage section.
    01 hbfilestat pic xx.
    01 hbfile_name pic x(40).
    01 beat_line.
      02 beat_prog pic x(3).
      02 filler pic x value space.
      02 beat_time pic x(6).
      02 filler pic x value space.
      02 beat_secs pic 9(5).
      02 filler pic x value space.
      02 beat_bdate pic x(8).
    77 curr_date_time pic x(21).
    77 disp_hh pic 9(2).
    77 disp_mm pic 9(2).
    77 disp_ss pic 9(2).

    *> For lib-runenv -- the environment's copy of the file.
    77 env_basename pic x(30) value "status.hbt".
    77 env_name pic x(4).

    *> For lib-procdate -- the business date the beat is stamped
    *> with.
    77 pd_mode pic x value "G".
    77 pd_run pic 9(6) value 0.
    77 pd_result pic x(4).

  linkage section.
    01 ln-progid pic x(10).
    01 ln-phase pic x(20).
  move curr_date_time(11:2) to disp_mm
  move curr_date_time(13:2) to disp_ss
  compute beat_secs = (disp_hh * 3600) + (disp_mm * 60) + disp_ss
  call 'lib-procdate' using pd_mode pd_run beat_bdate pd_result
  call 'lib-runenv' using env_basename hbfile_name env_name

  open extend hbfile
  if hbfilestat = "35" or hbfilestat = "05"
