           >>source format free
identification division.
program-id. xrefchk.
author. alexoh@wcoding.
*> Cross-master referential integrity sweep. The masters refer to
*> each other by key and nothing checked the references, so they
*> drifted apart quietly. Each relationship is checked every night
*> and every orphan or dangling reference is reported by file and
*> key:
*>   1 standings.mst player     must have a player.mst row
*>   2 league.trn player        must have a player.mst row (a MERGE
*>                              in rostermnt removes the old id)
*>   3 pairing.mst id1/id2      must have player.mst rows
*>   4 alerts.ack key           (day + date + time) must still be an
*>                              alert on alerts.int
*>   5 input.manifest day       must be a day on run.calendar
*>   6 extract.led extract      must still have its reference copy
*>                              ext<nnnnnn>.out
*>   7 report.rte report        must be a report some program
*>                              writes: a program on source.fpr or a
*>                              report with a .rpt.cur generation
*> A relationship whose files are not on file is reported SKIPPED,
*> not passed. Output goes to the console and the xrefchk report.
*> Control card (xr.ctl): none needed.
*> Return code 4 when any orphan is found.

environment division.
  input-output section.
    file-control.
      select pfile assign to "player.mst"
        organization is line sequential
        file status is pfilestat.
      select xfile assign to x_filename
        organization is line sequential
        file status is xfilestat.

data division.
  file section.
    fd pfile.
    01 pfileline pic x(27).

    fd xfile.
    01 xfileline pic x(400).

  working-storage section.
    01 pfilestat pic xx.
    01 x_filename pic x(24).
    01 xfilestat pic xx.
    77 file_eof pic x.

    *> The roster, for checks 1-3.
    01 roster_table.
      02 roster_cnt pic s9(8) comp value 0.
      02 roster_id pic x(4) occurs 0 to 9999 times
          depending on roster_cnt indexed by roster_idx.
    77 roster_on_file pic x value "N".

    *> Keys of the referenced file, for checks 4, 5 and 7.
    01 key_table.
      02 key_cnt pic s9(8) comp value 0.
      02 key_row pic x(20) occurs 0 to 99999 times
          depending on key_cnt indexed by key_idx.
    77 key_look pic x(20).
    77 key_found pic x.
    77 ref_on_file pic x.

    *> One relationship's tallies.
    77 check_name pic x(40).
    77 check_cnt pic s9(8) comp.
    77 orphan_cnt pic s9(8) comp.
    77 total_orphans pic s9(8) comp value 0.
    77 skipped_cnt pic s9(4) comp value 0.
    77 orphan_file pic x(14).
    77 orphan_key pic x(20).
    77 orphan_why pic x(40).
    77 id_look pic x(4).
    77 id_found pic x.
    77 line_no pic s9(8) comp.
    77 prog_cnt pic s9(8) comp.
    77 prog_idx pic s9(8) comp.

    77 report-line pic x(999).
    77 disp-num pic z(7)9.
    77 disp-num2 pic z(7)9.

procedure division.
  call 'lib-writereport' using function module-id "O" report-line
  move "CROSS-MASTER REFERENTIAL INTEGRITY" to report-line
  call 'lib-writereport' using function module-id "W" report-line

  perform load_roster
  perform check_standings
  perform check_league
  perform check_pairings
  perform check_acks
  perform check_manifest
  perform check_extracts
  perform check_routes

  move spaces to report-line
  move total_orphans to disp-num
  move skipped_cnt to disp-num2
  string "TOTAL ORPHANS " function trim(disp-num)
    ", RELATIONSHIPS SKIPPED " function trim(disp-num2)
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  display "xrefchk: " function trim(report-line)
  call 'lib-writereport' using function module-id "C" report-line
  if total_orphans > 0
    move 4 to return-code
  end-if
  goback.

load_roster.
  move "N" to file_eof
  open input pfile
  if pfilestat not = "00"
    exit paragraph
  end-if
  move "Y" to roster_on_file
  perform until file_eof = "Y"
    read pfile at end move "Y" to file_eof
      not at end
        if pfileline(1:4) not = spaces and roster_cnt < 9999
          add 1 to roster_cnt
          move pfileline(1:4) to roster_id(roster_cnt)
        end-if
    end-read
  end-perform
  close pfile
  .

*> 1: standings.mst -> player.mst.
check_standings.
  move "standings.mst PLAYER -> player.mst" to check_name
  move "standings.mst" to x_filename
  perform start_check
  if xfilestat not = "00"
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read xfile at end move "Y" to file_eof
      not at end
        add 1 to line_no
        if xfileline(1:4) not = spaces
          add 1 to check_cnt
          move xfileline(1:4) to id_look
          perform find_player
          if id_found = "N"
            move "standings.mst" to orphan_file
            move id_look to orphan_key
            move "NO player.mst ROW" to orphan_why
            perform report_orphan
          end-if
        end-if
    end-read
  end-perform
  close xfile
  perform end_check
  .

*> 2: league.trn -> player.mst.
check_league.
  move "league.trn PLAYER -> player.mst" to check_name
  move "league.trn" to x_filename
  perform start_check
  if xfilestat not = "00"
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read xfile at end move "Y" to file_eof
      not at end
        add 1 to line_no
        if xfileline(21:4) not = spaces
          add 1 to check_cnt
          move xfileline(21:4) to id_look
          perform find_player
          if id_found = "N"
            move "league.trn" to orphan_file
            move id_look to orphan_key
            move "NO player.mst ROW (REMOVED OR MERGED)"
                to orphan_why
            perform report_orphan
          end-if
        end-if
    end-read
  end-perform
  close xfile
  perform end_check
  .

*> 3: pairing.mst -> player.mst, both sides of the pair.
check_pairings.
  move "pairing.mst ID1/ID2 -> player.mst" to check_name
  move "pairing.mst" to x_filename
  perform start_check
  if xfilestat not = "00"
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read xfile at end move "Y" to file_eof
      not at end
        add 1 to line_no
        if xfileline(1:4) not = spaces
          add 1 to check_cnt
          move xfileline(1:4) to id_look
          perform find_player
          if id_found = "N"
            move "pairing.mst" to orphan_file
            move id_look to orphan_key
            move "ID1 HAS NO player.mst ROW" to orphan_why
            perform report_orphan
          end-if
          move xfileline(6:4) to id_look
          perform find_player
          if id_found = "N"
            move "pairing.mst" to orphan_file
            move id_look to orphan_key
            move "ID2 HAS NO player.mst ROW" to orphan_why
            perform report_orphan
          end-if
        end-if
    end-read
  end-perform
  close xfile
  perform end_check
  .

*> 4: alerts.ack -> alerts.int, on the alert key day+date+time.
check_acks.
  move "alerts.ack KEY -> alerts.int" to check_name
  move 0 to key_cnt
  move "alerts.int" to x_filename
  perform load_keys_open
  if ref_on_file = "Y"
    perform until file_eof = "Y"
      read xfile at end move "Y" to file_eof
        not at end
          if xfileline(1:4) not = "HDR " and xfileline(1:4) not = "TRL "
              and key_cnt < 99999
            add 1 to key_cnt
            move spaces to key_row(key_cnt)
            string xfileline(1:3) " " xfileline(48:8) " "
              xfileline(57:6)
              delimited by size into key_row(key_cnt)
            end-string
          end-if
      end-read
    end-perform
    close xfile
  end-if
  move "alerts.ack" to x_filename
  perform start_check
  if xfilestat not = "00"
    exit paragraph
  end-if
  if ref_on_file = "N"
    close xfile
    perform report_skipped
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read xfile at end move "Y" to file_eof
      not at end
        add 1 to line_no
        if xfileline(1:3) not = spaces
          add 1 to check_cnt
          move spaces to key_look
          string xfileline(1:3) " " xfileline(5:8) " " xfileline(14:6)
            delimited by size into key_look
          end-string
          perform find_key
          if key_found = "N"
            move "alerts.ack" to orphan_file
            move key_look to orphan_key
            move "ACKNOWLEDGES NO ALERT ON alerts.int" to orphan_why
            perform report_orphan
          end-if
        end-if
    end-read
  end-perform
  close xfile
  perform end_check
  .

*> 5: input.manifest -> run.calendar, on the two-digit day.
check_manifest.
  move "input.manifest DAY -> run.calendar" to check_name
  move 0 to key_cnt
  move "run.calendar" to x_filename
  perform load_keys_open
  if ref_on_file = "Y"
    perform until file_eof = "Y"
      read xfile at end move "Y" to file_eof
        not at end
          if xfileline(1:3) not = "HOL" and xfileline(1:1) not = "*"
              and xfileline(1:2) is numeric and key_cnt < 99999
            add 1 to key_cnt
            move xfileline(1:2) to key_row(key_cnt)
          end-if
      end-read
    end-perform
    close xfile
  end-if
  move "input.manifest" to x_filename
  perform start_check
  if xfilestat not = "00"
    exit paragraph
  end-if
  if ref_on_file = "N"
    close xfile
    perform report_skipped
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read xfile at end move "Y" to file_eof
      not at end
        add 1 to line_no
        if xfileline(1:2) not = spaces
          add 1 to check_cnt
          move xfileline(1:2) to key_look
          perform find_key
          if key_found = "N"
            move "input.manifest" to orphan_file
            move xfileline(1:7) to orphan_key
            move "DAY NOT ON run.calendar" to orphan_why
            perform report_orphan
          end-if
        end-if
    end-read
  end-perform
  close xfile
  perform end_check
  .

*> 6: extract.led -> ext<nnnnnn>.out. The ledger is loaded first:
*> the same file connector opens each reference copy in turn.
check_extracts.
  move "extract.led EXTRACT -> ext<nnnnnn>.out" to check_name
  move 0 to key_cnt
  move "extract.led" to x_filename
  perform start_check
  if xfilestat not = "00"
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read xfile at end move "Y" to file_eof
      not at end
        if xfileline(1:6) is numeric and key_cnt < 99999
          add 1 to key_cnt
          move xfileline(1:6) to key_row(key_cnt)
        end-if
    end-read
  end-perform
  close xfile
  perform varying key_idx from 1 by 1 until key_idx > key_cnt
    add 1 to check_cnt
    move spaces to x_filename
    string "ext" key_row(key_idx)(1:6) ".out"
      delimited by size into x_filename
    end-string
    open input xfile
    if xfilestat = "00"
      close xfile
    else
      move "extract.led" to orphan_file
      move key_row(key_idx) to orphan_key
      move spaces to orphan_why
      string "REFERENCE COPY " function trim(x_filename) " GONE"
        delimited by size into orphan_why
      end-string
      perform report_orphan
    end-if
  end-perform
  perform end_check
  .

*> 7: report.rte -> a report some program writes.
check_routes.
  move "report.rte REPORT -> a writing program" to check_name
  move 0 to key_cnt
  move "source.fpr" to x_filename
  perform load_keys_open
  if ref_on_file = "Y"
    perform until file_eof = "Y"
      read xfile at end move "Y" to file_eof
        not at end
          if xfileline(1:1) not = space and key_cnt < 99999
            add 1 to key_cnt
            move xfileline(1:20) to key_row(key_cnt)
          end-if
      end-read
    end-perform
    close xfile
  end-if
  move "report.rte" to x_filename
  perform start_check
  if xfilestat not = "00"
    exit paragraph
  end-if
  *> The route records are held in the key table behind the program
  *> names, so the file connector is free to probe each .rpt.cur.
  move key_cnt to prog_cnt
  perform until file_eof = "Y"
    read xfile at end move "Y" to file_eof
      not at end
        if xfileline(1:10) not = spaces and key_cnt < 99999
          add 1 to key_cnt
          move xfileline(1:10) to key_row(key_cnt)
        end-if
    end-read
  end-perform
  close xfile
  perform varying key_idx from 1 by 1 until key_idx > key_cnt
    if key_idx > prog_cnt
      add 1 to check_cnt
      move key_row(key_idx) to key_look
      perform find_route_writer
      if key_found = "N"
        move "report.rte" to orphan_file
        move key_look to orphan_key
        move "NO PROGRAM WRITES THIS REPORT" to orphan_why
        perform report_orphan
      end-if
    end-if
  end-perform
  perform end_check
  .

find_route_writer.
  move "N" to key_found
  perform varying prog_idx from 1 by 1
      until prog_idx > prog_cnt or key_found = "Y"
    if key_row(prog_idx) = key_look
      move "Y" to key_found
    end-if
  end-perform
  if key_found = "N"
    move spaces to x_filename
    string function trim(key_look) ".rpt.cur"
      delimited by size into x_filename
    end-string
    open input xfile
    if xfilestat = "00"
      close xfile
      move "Y" to key_found
    end-if
  end-if
  .

*> Open x_filename as the referenced file of a relationship.
load_keys_open.
  move "N" to file_eof
  move "N" to ref_on_file
  open input xfile
  if xfilestat = "00"
    move "Y" to ref_on_file
  end-if
  .

*> Open x_filename as the referring file of a relationship; a file
*> not on file, or a roster not on file for checks 1-3, skips it.
start_check.
  move 0 to check_cnt
  move 0 to orphan_cnt
  move 0 to line_no
  move "N" to file_eof
  open input xfile
  if xfilestat not = "00"
    perform report_skipped
    exit paragraph
  end-if
  if roster_on_file = "N"
      and (x_filename = "standings.mst" or x_filename = "league.trn"
           or x_filename = "pairing.mst")
    close xfile
    move "35" to xfilestat
    perform report_skipped
  end-if
  .

report_skipped.
  add 1 to skipped_cnt
  move spaces to report-line
  string function trim(check_name) ": SKIPPED -- "
    function trim(x_filename) " OR ITS REFERENCE NOT ON FILE"
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  display "xrefchk: " function trim(report-line)
  .

end_check.
  move spaces to report-line
  move check_cnt to disp-num
  move orphan_cnt to disp-num2
  string function trim(check_name) ": " function trim(disp-num)
    " CHECKED, " function trim(disp-num2) " ORPHAN(S)"
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  display "xrefchk: " function trim(report-line)
  .

report_orphan.
  add 1 to orphan_cnt
  add 1 to total_orphans
  move spaces to report-line
  string "  ORPHAN  " orphan_file " " orphan_key " "
    function trim(orphan_why)
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  display function trim(report-line trailing)
  .

find_player.
  move "N" to id_found
  perform varying roster_idx from 1 by 1
      until roster_idx > roster_cnt or id_found = "Y"
    if roster_id(roster_idx) = id_look
      move "Y" to id_found
    end-if
  end-perform
  .

find_key.
  move "N" to key_found
  perform varying key_idx from 1 by 1
      until key_idx > key_cnt or key_found = "Y"
    if key_row(key_idx) = key_look
      move "Y" to key_found
    end-if
  end-perform
  .
