data division.
  file section.
    fd hbfile.
    01 hbfileline pic x(65).

  working-storage section.
    01 hbfilestat pic xx.
