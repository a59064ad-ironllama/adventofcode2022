data division.
  file section.
    fd hbfile.
    01 hbfileline pic x(65).

    fd alfile.
    01 alfileline pic x(66).

    fd kfile.
    01 kfileline pic x(999).
      02 alert_date pic x(8).
      02 filler pic x value space.
      02 alert_time pic x(6).
      02 filler pic x value space.
      02 alert_camp pic x(3).

    *> Safe-to-kill cross-check of the checkpoint artifacts.
    01 kfilename pic x(10).
    end-if
  end-if
  if alfilestat = "00"
    accept alert_camp from environment "BATCHCAMP"
    write alfileline from alert_line
    close alfile
  else
