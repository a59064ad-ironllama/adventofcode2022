*>   - every decision -- allowed or denied -- lands as one uniform
*>     audit record (operator, program, action, before/after,
*>     verdict) on the shared trail security.aud.
*> The audit record also carries the level the action needed
*> ("LEVEL n" after the verdict), which is what audrev's
*> recertification reads as the level an operator exercised.
*> The audit record is dated with the business date (lib-procdate)
*> and timed by the clock.
*> Inside a utilmenu session (OPSESSION in the environment: the
*> session's sign-on time and the step, "hhmmss/nnn") the record
*> carries "SESSION hhmmss/nnn" after the level, so the menu's
*> sign-on, each utility it runs -- with that utility's own sign-ons
*> -- and the sign-off read back as one sequence.
*> No operator master on file means the shop has not cut over yet:
*> the action is allowed, audited with verdict GRND (grandfathered),
*> and the console says so. Once the master exists, an unknown
    01 omfileline pic x(33).

    fd audfile.
    01 audfileline pic x(140).

  working-storage section.
    01 omfilestat pic xx.
    77 user_found pic x.
    77 verdict pic x(4).
    77 curr_date_time pic x(21).
    77 session_tag pic x(10).
    77 aud_ptr pic s9(4) comp.
    *> For lib-procdate -- the business date the record is stamped
    *> with.
    77 pd_mode pic x value "G".
    77 pd_run pic 9(6) value 0.
    77 pd_date pic x(8).
    77 pd_result pic x(4).

  linkage section.
    01 ln-progid pic x(10).

append_audit.
  move function current-date to curr_date_time
  call 'lib-procdate' using pd_mode pd_run pd_date pd_result
  move pd_date to curr_date_time(1:8)
  open extend audfile
  if audfilestat = "35" or audfilestat = "05"
    open output audfile
        audfilestat
    exit paragraph
  end-if
  move spaces to session_tag
  accept session_tag from environment "OPSESSION"
  move spaces to audfileline
  move 1 to aud_ptr
  string curr_date_time(1:8) " " curr_date_time(9:6)
    " " ln-user
    " " ln-progid(1:9)
    " " function trim(ln-action)
    " " verdict
    " LEVEL " ln-level
    delimited by size into audfileline with pointer aud_ptr
  end-string
  if session_tag not = spaces
    string " SESSION " session_tag
      delimited by size into audfileline with pointer aud_ptr
    end-string
  end-if
  string " BEFORE [" function trim(ln-before)
    "] AFTER [" function trim(ln-after) "]"
    delimited by size into audfileline with pointer aud_ptr
  end-string
  write audfileline
  close audfile
