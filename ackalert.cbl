data division.
  file section.
    fd alfile.
    01 alfileline pic x(66).

    fd akfile.
    01 akfileline pic x(77).
