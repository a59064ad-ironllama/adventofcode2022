           >>source format free
identification division.
program-id. bkpstate.
author. alexoh@wcoding.
*> Point-in-time backup of the suite's state files. The masters,
*> ledgers and registries are all rewritten in place, so a bad
*> rewrite of run.registry, player.mst or 25.bal had no way back but
*> whatever the machine backup happened to catch. This takes one
*> numbered, consistent backup set of all of them -- run it as the
*> last step of the batch, after driver has let go of the run lock:
*>   - the run lock (driver.lck, through lib-runreg) is held while
*>     the set is taken, so no run can rewrite a file half way
*>     through; a held lock refuses the backup,
*>   - every state file on file is copied verbatim into the set file
*>     state.<set>, each framed by "FIL name(20) lines(8)",
*>   - the catalog backup.cat gets one SET record and one MEM record
*>     per file, carrying the file's record count, a hash total over
*>     its records (lib-intctl's hashing) and, for a file under
*>     interface-file control, the seal state at backup time. The
*>     catalog is written only once the set file is complete, so a
*>     set on the catalog is always whole.
*>   Catalog records (backup.cat, single spaces between):
*>     "SET set(6) date(8) time(6) RUN run(6) FILES n(4) user(10)"
*>     "MEM set(6) name(20) lines(8) hash(18) seal(4)"
*>   Seal: OK/OPEN/FAIL from lib-intctl for a file carrying an
*>   interface header, NONE otherwise.
*> security.aud is deliberately not in the set: rststate never puts
*> the audit trail back.
*> Control card (bk.ctl):
*>   ACTION=BACKUP            take a new set (default)
*>   ACTION=LIST [SET=n]      list the catalog, or one set's members
*> Return code 8 when the lock is held or the set is not on the
*> catalog; 12 on a write failure (the partial set is removed and
*> nothing is cataloged).

environment division.
  input-output section.
    file-control.
      select stfile assign to st_filename
        organization is line sequential
        file status is stfilestat.
      select setfile assign to set_filename
        organization is line sequential
        file status is setfilestat.
      select catfile assign to "backup.cat"
        organization is line sequential
        file status is catfilestat.

data division.
  file section.
    fd stfile.
    01 stfileline pic x(9999).

    fd setfile.
    01 setfileline pic x(9999).

    fd catfile.
    01 catfileline pic x(80).

  working-storage section.
    01 st_filename pic x(20).
    01 stfilestat pic xx.
    01 set_filename pic x(20).
    01 setfilestat pic xx.
    01 catfilestat pic xx.
    77 file_eof pic x.
    77 delete_stat pic s9(9) comp value 0.

    *> The state files, in the order they go into a set; the day
    *> baselines (<day>.bas) follow them.
    01 state_table.
      02 state_cnt pic s9(4) comp value 0.
      02 state_name pic x(20) occurs 100 times indexed by state_idx.
    77 bas_days pic x(126) value
        "01a01b02a02b03a03b04b05b06a07b08a08b09a09b10a10b11a11b12a12b"
      & "13a13b14b15a15b16a16b17a17b18b19a19b20a21a21b22a22b23a23b24a"
      & "24b25a".
    77 bas_pos pic s9(4) comp.

    *> The catalog, loaded for the next set number and for LIST.
    01 cat_table.
      02 cat_cnt pic s9(8) comp value 0.
      02 cat_row pic x(80) occurs 0 to 99999 times
          depending on cat_cnt indexed by cat_idx.
    77 high_set pic 9(6) value 0.
    77 set_number pic 9(6) value 0.
    77 set_parm pic 9(6) value 0.
    77 set_found pic x.

    *> One member's totals, hashed the way lib-intctl hashes.
    77 mem_lines pic 9(8).
    77 mem_hash pic 9(18) comp.
    77 mem_hash_out pic 9(18).
    77 hash_len pic s9(8) comp.
    77 hash_idx pic s9(8) comp.
    77 mem_seal pic x(4).
    01 mem_table.
      02 mem_cnt pic s9(4) comp value 0.
      02 mem_row pic x(80) occurs 100 times.
    77 set_failed pic x value "N".
    77 total_lines pic s9(8) comp value 0.
    77 files_out pic 9(4).

    *> For lib-intctl -- the seal state of an interface file.
    77 int_filename pic x(20).
    77 int_mode pic x.
    77 int_run pic 9(6) value 0.
    77 int_result pic x(4).

    *> For lib-runreg -- the run lock.
    77 reg_mode pic x.
    77 lock_owner pic x(10) value "BKPSTATE".
    77 lock_stream pic 9(2) value 0.
    77 lock_number pic 9(6) value 0.
    77 lock_result pic x(4).

    *> run.registry, for the run the set stands after.
    77 as_of_run pic 9(6) value 0.

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
    77 action_parm pic x(8).
    77 user_parm pic x(10).

    77 curr_date_time pic x(21).
    77 final_rc pic s9(4) comp value 0.
    77 report-line pic x(999).
    77 disp-num pic z(7)9.
    77 disp-num2 pic z(7)9.

procedure division.
  call 'lib-readdata' using function module-id ".ctl" ctl_all_lines
  move "ACTION" to parm_keyword
  move "BACKUP" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  move parm_value(1:8) to action_parm
  move "SET" to parm_keyword
  move "0" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  if parm_source = "CARD"
    display function trim(parm_echo)
  end-if
  if function trim(parm_value) is numeric
    move function numval(parm_value) to set_parm
  end-if
  move "USER" to parm_keyword
  move "OPERATOR" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  move parm_value(1:10) to user_parm

  perform load_catalog
  call 'lib-writereport' using function module-id "O" report-line
  move "STATE BACKUP" to report-line
  call 'lib-writereport' using function module-id "W" report-line

  evaluate action_parm
    when "BACKUP"
      perform take_backup
    when "LIST"
      perform list_catalog
    when other
      display "bkpstate: unknown ACTION " action_parm
      move 8 to return-code
  end-evaluate
  move return-code to final_rc
  call 'lib-writereport' using function module-id "C" report-line
  move final_rc to return-code
  goback.

load_catalog.
  move 0 to cat_cnt
  move 0 to high_set
  move "N" to file_eof
  open input catfile
  if catfilestat not = "00"
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read catfile at end move "Y" to file_eof
      not at end
        if cat_cnt < 99999
          add 1 to cat_cnt
          move catfileline to cat_row(cat_cnt)
        end-if
        if catfileline(1:4) = "SET " and catfileline(5:6) is numeric
            and catfileline(5:6) > high_set
          move catfileline(5:6) to high_set
        end-if
    end-read
  end-perform
  close catfile
  .

take_backup.
  move "L" to reg_mode
  call 'lib-runreg' using reg_mode lock_owner lock_stream
      lock_number lock_result
  if lock_result not = "OK "
    display "bkpstate: the run lock is held -- a run is in flight,"
        " no consistent set can be taken now."
    move "BACKUP REFUSED: RUN LOCK HELD" to report-line
    call 'lib-writereport' using function module-id "W" report-line
    move 8 to return-code
    exit paragraph
  end-if

  perform build_state_list
  perform read_as_of_run
  compute set_number = high_set + 1
  move spaces to set_filename
  string "state." set_number delimited by size into set_filename
  end-string
  open output setfile
  if setfilestat not = "00"
    display "bkpstate: ERROR opening " function trim(set_filename)
        " status " setfilestat
    move "Y" to set_failed
  else
    perform varying state_idx from 1 by 1 until state_idx > state_cnt
        or set_failed = "Y"
      move state_name(state_idx) to st_filename
      perform backup_one_file
    end-perform
    close setfile
  end-if

  if set_failed = "Y"
    call "CBL_DELETE_FILE" using set_filename
        returning delete_stat
    move spaces to report-line
    string "BACKUP FAILED -- " function trim(set_filename)
      " REMOVED, NOTHING CATALOGED"
      delimited by size into report-line
    end-string
    call 'lib-writereport' using function module-id "W" report-line
    display "bkpstate: " function trim(report-line)
    perform release_lock
    move 12 to return-code
    exit paragraph
  end-if

  move mem_cnt to files_out
  perform write_catalog
  perform release_lock
  if set_failed = "Y"
    move 12 to return-code
    exit paragraph
  end-if
  move spaces to report-line
  move mem_cnt to disp-num
  move total_lines to disp-num2
  string "SET " set_number " TAKEN: " function trim(disp-num)
    " FILE(S), " function trim(disp-num2) " RECORD(S), AS OF RUN "
    as_of_run " -- " function trim(set_filename)
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  display "bkpstate: " function trim(report-line)
  .

build_state_list.
  move 0 to state_cnt
  move "run.registry" to st_filename
  perform add_state_name
  move "run.history" to st_filename
  perform add_state_name
  move "driver.stp" to st_filename
  perform add_state_name
  move "run.calendar" to st_filename
  perform add_state_name
  move "job.network" to st_filename
  perform add_state_name
  move "input.manifest" to st_filename
  perform add_state_name
  move "input.fpr" to st_filename
  perform add_state_name
  move "source.fpr" to st_filename
  perform add_state_name
  move "extract.led" to st_filename
  perform add_state_name
  move "extract.sub" to st_filename
  perform add_state_name
  move "capacity.led" to st_filename
  perform add_state_name
  move "operator.mst" to st_filename
  perform add_state_name
  move "approval.que" to st_filename
  perform add_state_name
  move "standings.mst" to st_filename
  perform add_state_name
  move "player.mst" to st_filename
  perform add_state_name
  move "pairing.mst" to st_filename
  perform add_state_name
  move "blueprint.mst" to st_filename
  perform add_state_name
  move "glyph.mst" to st_filename
  perform add_state_name
  move "consumer.mst" to st_filename
  perform add_state_name
  move "incident.mst" to st_filename
  perform add_state_name
  move "rootcause.mst" to st_filename
  perform add_state_name
  move "reason.mst" to st_filename
  perform add_state_name
  move "quota.mst" to st_filename
  perform add_state_name
  move "15.mst" to st_filename
  perform add_state_name
  move "key.reg" to st_filename
  perform add_state_name
  move "layout.reg" to st_filename
  perform add_state_name
  move "keyword.dic" to st_filename
  perform add_state_name
  move "stock.cnt" to st_filename
  perform add_state_name
  move "25.bal" to st_filename
  perform add_state_name
  move "25.jrn" to st_filename
  perform add_state_name
  move "25.jno" to st_filename
  perform add_state_name
  move "fuel.cfg" to st_filename
  perform add_state_name
  move "fuel.bud" to st_filename
  perform add_state_name
  move "fuel.cls" to st_filename
  perform add_state_name
  move "retain.pol" to st_filename
  perform add_state_name
  move "ration.pol" to st_filename
  perform add_state_name
  move "priority.ovr" to st_filename
  perform add_state_name
  move "report.rte" to st_filename
  perform add_state_name
  move "answers.int" to st_filename
  perform add_state_name
  move "alerts.int" to st_filename
  perform add_state_name
  move "driver.stm" to st_filename
  perform add_state_name
  perform varying bas_pos from 1 by 3 until bas_pos > 124
    move spaces to st_filename
    string bas_days(bas_pos:3) ".bas" delimited by size
      into st_filename
    end-string
    perform add_state_name
  end-perform
  .

add_state_name.
  if state_cnt < 100
    add 1 to state_cnt
    move st_filename to state_name(state_cnt)
  end-if
  .

read_as_of_run.
  move "run.registry" to st_filename
  open input stfile
  if stfilestat not = "00"
    exit paragraph
  end-if
  move "N" to file_eof
  perform until file_eof = "Y"
    read stfile at end move "Y" to file_eof
      not at end
        if stfileline(1:4) = "RUN " and stfileline(5:6) is numeric
          move stfileline(5:6) to as_of_run
        end-if
    end-read
  end-perform
  close stfile
  .

*> Two passes over the file: the totals first, so the frame can say
*> how many records follow, then the copy.
backup_one_file.
  move 0 to mem_lines
  move 0 to mem_hash
  move "N" to file_eof
  open input stfile
  if stfilestat not = "00"
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read stfile at end move "Y" to file_eof
      not at end
        add 1 to mem_lines
        perform hash_one_record
    end-read
  end-perform
  close stfile

  move spaces to setfileline
  string "FIL " st_filename " " mem_lines
    delimited by size into setfileline
  end-string
  write setfileline
  if setfilestat not = "00"
    display "bkpstate: ERROR writing " function trim(set_filename)
        " status " setfilestat
    move "Y" to set_failed
    exit paragraph
  end-if
  move "N" to file_eof
  open input stfile
  perform until file_eof = "Y"
    read stfile at end move "Y" to file_eof
      not at end
        write setfileline from stfileline
        if setfilestat not = "00"
          display "bkpstate: ERROR writing "
              function trim(set_filename) " status " setfilestat
          move "Y" to set_failed
          move "Y" to file_eof
        end-if
    end-read
  end-perform
  close stfile

  move "NONE" to mem_seal
  if mem_lines > 0
    move st_filename to int_filename
    move "V" to int_mode
    call 'lib-intctl' using int_filename int_mode int_run int_result
    if int_result not = "NONE" and int_result not = "ERR "
      move int_result to mem_seal
    end-if
  end-if
  add mem_lines to total_lines
  move mem_hash to mem_hash_out
  add 1 to mem_cnt
  move spaces to mem_row(mem_cnt)
  string "MEM " set_number " " st_filename " " mem_lines " "
    mem_hash_out " " mem_seal
    delimited by size into mem_row(mem_cnt)
  end-string
  move spaces to report-line
  move mem_lines to disp-num
  string "  " st_filename " " disp-num " RECORD(S)  SEAL " mem_seal
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  .

hash_one_record.
  move function length(function trim(stfileline trailing))
      to hash_len
  perform varying hash_idx from 1 by 1 until hash_idx > hash_len
    compute mem_hash = function mod(
        mem_hash * 31
        + function ord(stfileline(hash_idx:1))
        + hash_idx, 999999999999999983)
  end-perform
  .

write_catalog.
  open extend catfile
  if catfilestat = "35" or catfilestat = "05"
    open output catfile
  end-if
  if catfilestat not = "00"
    display "bkpstate: ERROR writing backup.cat status " catfilestat
    move "Y" to set_failed
    exit paragraph
  end-if
  move function current-date to curr_date_time
  move spaces to catfileline
  string "SET " set_number " " curr_date_time(1:8) " "
    curr_date_time(9:6) " RUN " as_of_run " FILES " files_out
    " " user_parm
    delimited by size into catfileline
  end-string
  write catfileline
  perform varying state_idx from 1 by 1 until state_idx > mem_cnt
    write catfileline from mem_row(state_idx)
  end-perform
  close catfile
  .

release_lock.
  move "U" to reg_mode
  call 'lib-runreg' using reg_mode lock_owner lock_stream
      lock_number lock_result
  .

list_catalog.
  move "N" to set_found
  perform varying cat_idx from 1 by 1 until cat_idx > cat_cnt
    evaluate true
      when set_parm = 0 and cat_row(cat_idx)(1:4) = "SET "
        move "Y" to set_found
        move spaces to report-line
        string cat_row(cat_idx)
          delimited by size into report-line
        end-string
        call 'lib-writereport' using function module-id "W"
            report-line
        display function trim(report-line)
      when set_parm > 0 and cat_row(cat_idx)(5:6) = set_parm
        move "Y" to set_found
        move spaces to report-line
        string cat_row(cat_idx)
          delimited by size into report-line
        end-string
        call 'lib-writereport' using function module-id "W"
            report-line
        display function trim(report-line)
    end-evaluate
  end-perform
  if set_found = "N"
    if set_parm > 0
      display "bkpstate: set " set_parm " is not on backup.cat."
      move 8 to return-code
    else
      display "bkpstate: no backup sets on backup.cat."
    end-if
  end-if
  .
