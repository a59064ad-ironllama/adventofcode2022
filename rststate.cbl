           >>source format free
identification division.
program-id. rststate.
author. alexoh@wcoding.
*> Restore from a bkpstate backup set: one state file, or the whole
*> set, brought back as of the chosen backup.
*>   - the operator signs on through lib-signon (level 5); the
*>     decision, allowed or denied, lands on security.aud with the
*>     set as the before image and the file (or ALL) as the after,
*>   - the run lock (driver.lck, through lib-runreg) is held for the
*>     restore, so no run sees a half-restored suite,
*>   - every file being restored is first staged (restore.nnn) and
*>     proven: its record count and hash total must reproduce the
*>     catalog's, and a file carrying an interface header must pass
*>     lib-intctl's verify. One failure refuses the whole restore
*>     before anything live is touched,
*>   - run.registry is never put back behind the live run number --
*>     run numbers handed out since the backup would be handed out
*>     again. The live registry is kept and the report says so.
*> Control card (rs.ctl):
*>   SET=nnnnnn      the backup set (default the latest on backup.cat)
*>   FILE=name|ALL   what to restore; without it the set's members
*>                   are listed and nothing is restored
*>   USER=x          the operator signing on (default OPERATOR)
*> Return code 8 when the set or file is not on the catalog, the
*> sign-on is refused, the run lock is held, or a staged file does
*> not prove; 12 on a write failure.

environment division.
  input-output section.
    file-control.
      select setfile assign to set_filename
        organization is line sequential
        file status is setfilestat.
      select stgfile assign to stg_filename
        organization is line sequential
        file status is stgfilestat.
      select stfile assign to st_filename
        organization is line sequential
        file status is stfilestat.
      select catfile assign to "backup.cat"
        organization is line sequential
        file status is catfilestat.

data division.
  file section.
    fd setfile.
    01 setfileline pic x(9999).

    fd stgfile.
    01 stgfileline pic x(9999).

    fd stfile.
    01 stfileline pic x(9999).

    fd catfile.
    01 catfileline pic x(80).

  working-storage section.
    01 set_filename pic x(20).
    01 setfilestat pic xx.
    01 stg_filename pic x(20).
    01 stgfilestat pic xx.
    01 st_filename pic x(20).
    01 stfilestat pic xx.
    01 catfilestat pic xx.
    77 file_eof pic x.
    77 stg_eof pic x.
    77 delete_stat pic s9(9) comp value 0.

    *> The chosen set's members, from its MEM records on the catalog.
    01 mem_table.
      02 mem_cnt pic s9(4) comp value 0.
      02 mem_entry occurs 100 times indexed by mem_idx.
        03 mem_name pic x(20).
        03 mem_lines pic 9(8).
        03 mem_hash pic 9(18).
        03 mem_seal pic x(4).
        03 mem_selected pic x.
        03 mem_staged pic x.
    77 set_number pic 9(6) value 0.
    77 set_date pic x(8).
    77 set_time pic x(6).
    77 set_run pic 9(6).
    77 set_found pic x value "N".
    77 high_set pic 9(6) value 0.
    77 file_parm pic x(20).
    77 selected_cnt pic s9(4) comp value 0.
    77 refused_cnt pic s9(4) comp value 0.
    77 restored_cnt pic s9(4) comp value 0.
    77 kept_cnt pic s9(4) comp value 0.
    77 write_failed pic x value "N".

    *> One staged member, counted and hashed as bkpstate did.
    77 fil_name pic x(20).
    77 fil_lines pic 9(8).
    77 fil_idx pic s9(8) comp.
    77 stg_lines pic 9(8).
    77 stg_hash pic 9(18) comp.
    77 stg_hash_out pic 9(18).
    77 stg_first pic x(6).
    77 hash_len pic s9(8) comp.
    77 hash_idx pic s9(8) comp.
    77 stg_seq pic 9(3).
    77 mem_look pic s9(4) comp.

    *> run.registry guard.
    77 live_run pic 9(6).
    77 staged_run pic 9(6).

    *> For lib-intctl -- verify a staged interface file.
    77 int_filename pic x(20).
    77 int_mode pic x.
    77 int_run pic 9(6) value 0.
    77 int_result pic x(4).

    *> For lib-runreg -- the run lock.
    77 reg_mode pic x.
    77 lock_owner pic x(10) value "RSTSTATE".
    77 lock_stream pic 9(2) value 0.
    77 lock_number pic 9(6) value 0.
    77 lock_result pic x(4).

    *> For lib-signon -- the shared operator authority check.
    77 signon_progid pic x(10) value "rststate".
    77 user_parm pic x(10).
    77 signon_action pic x(12) value "STATE-RESTOR".
    77 signon_level pic 9 value 5.
    77 signon_before pic x(18).
    77 signon_after pic x(18).
    77 signon_result pic x(4).

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

    77 final_rc pic s9(4) comp value 0.
    77 report-line pic x(999).
    77 disp-num pic z(7)9.
    77 disp-num2 pic z(7)9.

procedure division.
  call 'lib-readdata' using function module-id ".ctl" ctl_all_lines
  move "SET" to parm_keyword
  move "0" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  if function trim(parm_value) is numeric
    move function numval(parm_value) to set_number
  end-if
  move "FILE" to parm_keyword
  move spaces to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  move parm_value(1:20) to file_parm
  move "USER" to parm_keyword
  move "OPERATOR" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  move parm_value(1:10) to user_parm

  call 'lib-writereport' using function module-id "O" report-line
  move "STATE RESTORE" to report-line
  call 'lib-writereport' using function module-id "W" report-line

  perform load_set
  if set_found = "N"
    move 8 to final_rc
    call 'lib-writereport' using function module-id "C" report-line
    move final_rc to return-code
    goback
  end-if
  if file_parm = spaces
    perform list_set
    call 'lib-writereport' using function module-id "C" report-line
    goback
  end-if

  perform restore_set
  call 'lib-writereport' using function module-id "C" report-line
  move final_rc to return-code
  goback.

*> The SET record for the chosen set (the highest when none is
*> named), and its MEM records.
load_set.
  move "N" to file_eof
  open input catfile
  if catfilestat not = "00"
    display "rststate: no backup.cat on file -- nothing to restore from."
    exit paragraph
  end-if
  if set_number = 0
    perform until file_eof = "Y"
      read catfile at end move "Y" to file_eof
        not at end
          if catfileline(1:4) = "SET " and catfileline(5:6) is numeric
              and catfileline(5:6) > high_set
            move catfileline(5:6) to high_set
          end-if
      end-read
    end-perform
    close catfile
    move high_set to set_number
    move "N" to file_eof
    open input catfile
  end-if
  perform until file_eof = "Y"
    read catfile at end move "Y" to file_eof
      not at end
        if catfileline(1:4) = "SET " and catfileline(5:6) = set_number
          move "Y" to set_found
          move catfileline(12:8) to set_date
          move catfileline(21:6) to set_time
          move catfileline(32:6) to set_run
        end-if
        if catfileline(1:4) = "MEM " and catfileline(5:6) = set_number
            and mem_cnt < 100
          add 1 to mem_cnt
          move catfileline(12:20) to mem_name(mem_cnt)
          move catfileline(33:8) to mem_lines(mem_cnt)
          move catfileline(42:18) to mem_hash(mem_cnt)
          move catfileline(61:4) to mem_seal(mem_cnt)
          move "N" to mem_selected(mem_cnt)
          move "N" to mem_staged(mem_cnt)
        end-if
    end-read
  end-perform
  close catfile
  if set_found = "N"
    display "rststate: set " set_number " is not on backup.cat."
    move spaces to report-line
    string "SET " set_number " IS NOT ON THE CATALOG"
      delimited by size into report-line
    end-string
    call 'lib-writereport' using function module-id "W" report-line
    exit paragraph
  end-if
  move spaces to set_filename
  string "state." set_number delimited by size into set_filename
  end-string
  move spaces to report-line
  move mem_cnt to disp-num
  string "SET " set_number " TAKEN " set_date " " set_time
    " AS OF RUN " set_run ", " function trim(disp-num) " FILE(S)"
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  display "rststate: " function trim(report-line)
  .

list_set.
  perform varying mem_idx from 1 by 1 until mem_idx > mem_cnt
    move spaces to report-line
    move mem_lines(mem_idx) to disp-num
    string "  " mem_name(mem_idx) " " disp-num " RECORD(S)  SEAL "
      mem_seal(mem_idx)
      delimited by size into report-line
    end-string
    call 'lib-writereport' using function module-id "W" report-line
    display function trim(report-line trailing)
  end-perform
  display "rststate: no FILE= on the card -- listed only, nothing"
      " restored."
  .

restore_set.
  perform varying mem_idx from 1 by 1 until mem_idx > mem_cnt
    if file_parm = "ALL" or file_parm = mem_name(mem_idx)
      move "Y" to mem_selected(mem_idx)
      add 1 to selected_cnt
    end-if
  end-perform
  if selected_cnt = 0
    display "rststate: " function trim(file_parm)
        " is not in set " set_number "."
    move spaces to report-line
    string function trim(file_parm) " IS NOT IN SET " set_number
      delimited by size into report-line
    end-string
    call 'lib-writereport' using function module-id "W" report-line
    move 8 to final_rc
    exit paragraph
  end-if

  *> Restoring is destructive: sign on first, and the decision lands
  *> on security.aud either way.
  move spaces to signon_before
  string "SET " set_number delimited by size into signon_before
  end-string
  move file_parm to signon_after
  call 'lib-signon' using signon_progid user_parm signon_action
      signon_level signon_before signon_after signon_result
  if signon_result not = "OK  "
    move "RESTORE REFUSED: SIGN-ON DENIED" to report-line
    call 'lib-writereport' using function module-id "W" report-line
    move 8 to final_rc
    exit paragraph
  end-if

  move "L" to reg_mode
  call 'lib-runreg' using reg_mode lock_owner lock_stream
      lock_number lock_result
  if lock_result not = "OK "
    display "rststate: the run lock is held -- no restore while a"
        " run is in flight."
    move "RESTORE REFUSED: RUN LOCK HELD" to report-line
    call 'lib-writereport' using function module-id "W" report-line
    move 8 to final_rc
    exit paragraph
  end-if

  perform stage_members
  perform varying mem_idx from 1 by 1 until mem_idx > mem_cnt
    if mem_selected(mem_idx) = "Y" and mem_staged(mem_idx) = "N"
      add 1 to refused_cnt
      move spaces to report-line
      string "  " mem_name(mem_idx) " NOT PROVEN -- NOT FOUND WHOLE"
        " IN " function trim(set_filename)
        delimited by size into report-line
      end-string
      call 'lib-writereport' using function module-id "W" report-line
      display function trim(report-line trailing)
    end-if
  end-perform

  if refused_cnt = 0
    perform varying mem_idx from 1 by 1 until mem_idx > mem_cnt
        or write_failed = "Y"
      if mem_selected(mem_idx) = "Y"
        perform install_member
      end-if
    end-perform
  end-if
  perform varying mem_idx from 1 by 1 until mem_idx > mem_cnt
    if mem_staged(mem_idx) = "Y"
      perform name_stage_file
      call "CBL_DELETE_FILE" using stg_filename
          returning delete_stat
    end-if
  end-perform

  move "U" to reg_mode
  call 'lib-runreg' using reg_mode lock_owner lock_stream
      lock_number lock_result

  move spaces to report-line
  evaluate true
    when refused_cnt > 0
      move refused_cnt to disp-num
      string "RESTORE REFUSED: " function trim(disp-num)
        " FILE(S) DID NOT PROVE -- NOTHING RESTORED"
        delimited by size into report-line
      end-string
      move 8 to final_rc
    when write_failed = "Y"
      move restored_cnt to disp-num
      string "RESTORE FAILED WRITING -- " function trim(disp-num)
        " FILE(S) RESTORED BEFORE THE FAILURE"
        delimited by size into report-line
      end-string
      move 12 to final_rc
    when other
      move restored_cnt to disp-num
      move kept_cnt to disp-num2
      string "RESTORED " function trim(disp-num) " FILE(S) FROM SET "
        set_number ", " function trim(disp-num2) " KEPT LIVE"
        delimited by size into report-line
      end-string
  end-evaluate
  call 'lib-writereport' using function module-id "W" report-line
  display "rststate: " function trim(report-line)
  .

*> One pass over the set file: each selected member is copied out
*> to its staging file and proven against the catalog.
stage_members.
  move "N" to file_eof
  open input setfile
  if setfilestat not = "00"
    display "rststate: ERROR opening " function trim(set_filename)
        " status " setfilestat
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read setfile at end move "Y" to file_eof
      not at end
        if setfileline(1:4) = "FIL "
          perform stage_one_member
        end-if
    end-read
  end-perform
  close setfile
  .

stage_one_member.
  move setfileline(5:20) to fil_name
  move setfileline(26:8) to fil_lines
  move 0 to mem_look
  perform varying mem_idx from 1 by 1 until mem_idx > mem_cnt
    if mem_name(mem_idx) = fil_name and mem_selected(mem_idx) = "Y"
      set mem_look to mem_idx
    end-if
  end-perform
  if mem_look = 0
    perform skip_member_lines
    exit paragraph
  end-if

  set mem_idx to mem_look
  perform name_stage_file
  open output stgfile
  if stgfilestat not = "00"
    display "rststate: ERROR opening " function trim(stg_filename)
        " status " stgfilestat
    perform skip_member_lines
    exit paragraph
  end-if
  move 0 to stg_lines
  move 0 to stg_hash
  move spaces to stg_first
  perform varying fil_idx from 1 by 1
      until fil_idx > fil_lines or file_eof = "Y"
    read setfile at end move "Y" to file_eof
      not at end
        add 1 to stg_lines
        if stg_lines = 1
          move setfileline(1:6) to stg_first
        end-if
        perform hash_one_record
        write stgfileline from setfileline
    end-read
  end-perform
  close stgfile
  move "Y" to mem_staged(mem_idx)

  move stg_hash to stg_hash_out
  if stg_lines not = mem_lines(mem_idx)
      or stg_hash_out not = mem_hash(mem_idx)
    add 1 to refused_cnt
    move spaces to report-line
    move stg_lines to disp-num
    move mem_lines(mem_idx) to disp-num2
    string "  " mem_name(mem_idx) " NOT PROVEN -- "
      function trim(disp-num) " RECORD(S), CATALOG SAYS "
      function trim(disp-num2) ", HASH " stg_hash_out " / "
      mem_hash(mem_idx)
      delimited by size into report-line
    end-string
    call 'lib-writereport' using function module-id "W" report-line
    display function trim(report-line trailing)
    exit paragraph
  end-if

  if stg_first(1:4) = "HDR " and stg_first(5:2) is numeric
    move stg_filename to int_filename
    move "V" to int_mode
    call 'lib-intctl' using int_filename int_mode int_run int_result
    if int_result = "FAIL"
      add 1 to refused_cnt
      move spaces to report-line
      string "  " mem_name(mem_idx) " NOT PROVEN -- INTERFACE"
        " CONTROL TOTALS DO NOT REPRODUCE (lib-intctl FAIL)"
        delimited by size into report-line
      end-string
      call 'lib-writereport' using function module-id "W" report-line
      display function trim(report-line trailing)
      exit paragraph
    end-if
  else
    move "NONE" to int_result
  end-if
  move spaces to report-line
  move stg_lines to disp-num
  string "  " mem_name(mem_idx) " " disp-num " RECORD(S)  TOTALS OK"
    "  SEAL " int_result
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  display function trim(report-line trailing)
  .

skip_member_lines.
  perform varying fil_idx from 1 by 1
      until fil_idx > fil_lines or file_eof = "Y"
    read setfile at end move "Y" to file_eof
    end-read
  end-perform
  .

name_stage_file.
  set stg_seq to mem_idx
  move spaces to stg_filename
  string "restore." stg_seq delimited by size into stg_filename
  end-string
  .

hash_one_record.
  move function length(function trim(setfileline trailing))
      to hash_len
  perform varying hash_idx from 1 by 1 until hash_idx > hash_len
    compute stg_hash = function mod(
        stg_hash * 31
        + function ord(setfileline(hash_idx:1))
        + hash_idx, 999999999999999983)
  end-perform
  .

*> Staged and proven: copy over the live file.
install_member.
  move mem_name(mem_idx) to st_filename
  perform name_stage_file
  if st_filename = "run.registry"
    perform check_registry
    if staged_run < live_run
      add 1 to kept_cnt
      move spaces to report-line
      string "  run.registry KEPT LIVE -- RUN " live_run
        " IS PAST THE SET'S " staged_run
        delimited by size into report-line
      end-string
      call 'lib-writereport' using function module-id "W" report-line
      display function trim(report-line trailing)
      exit paragraph
    end-if
  end-if
  open input stgfile
  if stgfilestat not = "00"
    display "rststate: ERROR opening " function trim(stg_filename)
        " status " stgfilestat
    move "Y" to write_failed
    exit paragraph
  end-if
  open output stfile
  if stfilestat not = "00"
    display "rststate: ERROR writing " function trim(st_filename)
        " status " stfilestat
    close stgfile
    move "Y" to write_failed
    exit paragraph
  end-if
  move "N" to stg_eof
  perform until stg_eof = "Y"
    read stgfile at end move "Y" to stg_eof
      not at end
        write stfileline from stgfileline
        if stfilestat not = "00"
          display "rststate: ERROR writing " function trim(st_filename)
              " status " stfilestat
          move "Y" to write_failed
          move "Y" to stg_eof
        end-if
    end-read
  end-perform
  close stfile
  close stgfile
  if write_failed = "N"
    add 1 to restored_cnt
    move spaces to report-line
    string "  " mem_name(mem_idx) " RESTORED FROM SET " set_number
      delimited by size into report-line
    end-string
    call 'lib-writereport' using function module-id "W" report-line
    display function trim(report-line trailing)
  end-if
  .

check_registry.
  move 0 to live_run
  move 0 to staged_run
  move "N" to stg_eof
  open input stfile
  if stfilestat = "00"
    perform until stg_eof = "Y"
      read stfile at end move "Y" to stg_eof
        not at end
          if stfileline(1:4) = "RUN " and stfileline(5:6) is numeric
            move stfileline(5:6) to live_run
          end-if
      end-read
    end-perform
    close stfile
  end-if
  move "N" to stg_eof
  open input stgfile
  if stgfilestat = "00"
    perform until stg_eof = "Y"
      read stgfile at end move "Y" to stg_eof
        not at end
          if stgfileline(1:4) = "RUN " and stgfileline(5:6) is numeric
            move stgfileline(5:6) to staged_run
          end-if
      end-read
    end-perform
    close stgfile
  end-if
  .
