*> banner page naming recipient, report, generation and run date.
*> Every delivery is appended to distrib.log: who was sent what,
*> when, provably.
*> A generation's companion data file (<name>.csv.gNNN), when the
*> report writes one, is delivered with it into the same outbox --
*> verbatim, no banner, so it loads straight into a spreadsheet.
*> Each camp keeps its own reports (lib-campfile), so every route is
*> worked for the unnamed camp and each camp on camp.mst (a job run
*> with BATCHCAMP set works that camp only). A camp's deliveries
*> are named for the camp in the outbox (NTH.05b.rpt.g004), carry
*> it on the banner, and are logged under it.
*> Control card (xm.ctl): none needed.

environment division.
      select outfile assign to out_filename
        organization is line sequential
        file status is outfilestat.
      select csvfile assign to csv_filename
        organization is line sequential
        file status is csvfilestat.
      select logfile assign to "distrib.log"
        organization is line sequential
        file status is logfilestat.
      select campfile assign to "camp.mst"
        organization is line sequential
        file status is campfilestat.

data division.
  file section.
    fd outfile.
    01 outfileline pic x(999).

    fd csvfile.
    01 csvfileline pic x(999).

    fd logfile.
    01 logfileline pic x(60).

    fd campfile.
    01 campfileline pic x(40).

  working-storage section.
    01 rtefilestat pic xx.
    01 curfilestat pic xx.
    01 genfilestat pic xx.
    01 outfilestat pic xx.
    01 logfilestat pic xx.
    01 csvfilestat pic xx.
    01 cur_filename pic x(40).
    01 gen_filename pic x(40).
    01 out_filename pic x(60).
    01 csv_filename pic x(40).
    01 deliver_name pic x(30).
    77 csv_sent pic x.
    01 dir_name pic x(20).
    77 file_eof pic x.
    77 gen_eof pic x.
    77 report-line pic x(999).
    77 disp-num pic z(3)9.

    *> Camps to work: the unnamed camp first, then camp.mst's.
    01 campfilestat pic xx.
    77 camp_eof pic x.
    01 camp_table.
      02 camp_cnt pic s9(4) comp value 0.
      02 camp_row occurs 0 to 21 times depending on camp_cnt
          indexed by camp_idx.
        03 camp_code pic x(3).
    77 env_camp pic x(10).
    77 route_camp pic x(3).
    77 file_camp pic x(3).

procedure division.
  move function current-date to curr_date_time

    move 8 to return-code
    goback
  end-if
  close rtefile

  perform load_camp_list
  perform varying camp_idx from 1 by 1 until camp_idx > camp_cnt
    move camp_code(camp_idx) to route_camp
    display "BATCHCAMP" upon environment-name
    display route_camp upon environment-value
    open input rtefile
    move "N" to file_eof
    perform until file_eof = "Y"
      read rtefile at end move "Y" to file_eof
        not at end
          if function trim(rtefileline) not = spaces
            add 1 to route_cnt
            move rtefileline(1:10) to route_report
            move rtefileline(12:8) to route_recip
            perform distribute_one_route
          end-if
      end-read
    end-perform
    close rtefile
  end-perform
  *> Back to the job's own camp before the report is closed.
  display "BATCHCAMP" upon environment-name
  display env_camp upon environment-value

  move spaces to report-line
  move sent_cnt to disp-num
  string "DELIVERIES: " function trim(disp-num)
      " delivered, " skipped_cnt " already sent."
  goback.

*> The camps to work. A job already running for one camp works that
*> camp; otherwise the unnamed camp and each camp on camp.mst.
load_camp_list.
  move 0 to camp_cnt
  move spaces to env_camp
  accept env_camp from environment "BATCHCAMP"
  add 1 to camp_cnt
  move env_camp(1:3) to camp_code(camp_cnt)
  if env_camp not = spaces
    exit paragraph
  end-if
  move "N" to camp_eof
  open input campfile
  if campfilestat not = "00"
    exit paragraph
  end-if
  perform until camp_eof = "Y"
    read campfile at end move "Y" to camp_eof
      not at end
        if campfileline(1:1) not = "*"
            and campfileline(1:3) not = spaces
            and camp_cnt < 21
          add 1 to camp_cnt
          move campfileline(1:3) to camp_code(camp_cnt)
        end-if
    end-read
  end-perform
  close campfile
  .

distribute_one_route.
  perform read_current_generation
  if generation = 0
    *> A camp that never ran the report is not worth a line.
    if route_camp not = spaces
      exit paragraph
    end-if
    move spaces to report-line
    string function trim(route_report) " -> "
      function trim(route_recip)
  string function trim(route_report) ".rpt.cur"
    delimited by size into cur_filename
  end-string
  call 'lib-campfile' using cur_filename file_camp
  open input curfile
  if curfilestat not = "00"
    exit paragraph
      not at end
        if logfileline(17:8) = route_recip
            and logfileline(26:10) = route_report
            and logfileline(42:3) = route_camp
            and logfileline(38:3) is numeric
            and function numval(logfileline(38:3)) = generation
          move "Y" to already_sent
  string function trim(route_report) ".rpt.g" generation
    delimited by size into gen_filename
  end-string
  perform set_deliver_name
  call 'lib-campfile' using gen_filename file_camp
  open input genfile
  if genfilestat not = "00"
    move spaces to report-line

  move spaces to out_filename
  string function trim(dir_name) "/"
    function trim(deliver_name)
    delimited by size into out_filename
  end-string
  open output outfile
    delimited by size into outfileline
  end-string
  write outfileline
  if route_camp not = spaces
    move spaces to outfileline
    string "* CAMP:       " route_camp
      delimited by size into outfileline
    end-string
    write outfileline
  end-if
  move spaces to outfileline
  string "* GENERATION: " generation
    delimited by size into outfileline
  end-perform
  close genfile
  close outfile
  perform deliver_data_file

  perform append_distrib_log
  add 1 to sent_cnt
  move spaces to report-line
  if route_camp = spaces
    string function trim(route_report) " -> "
      function trim(route_recip)
      ": DELIVERED GENERATION " generation
      delimited by size into report-line
    end-string
  else
    string function trim(route_report) " -> "
      function trim(route_recip)
      ": DELIVERED GENERATION " generation " CAMP " route_camp
      delimited by size into report-line
    end-string
  end-if
  if csv_sent = "Y"
    move function length(function trim(report-line)) to copied_lines
    add 1 to copied_lines
    string " WITH DATA FILE" delimited by size into report-line
      with pointer copied_lines
    end-string
  end-if
  call 'lib-writereport' using function module-id "W" report-line
  display function trim(report-line)
  .

*> The companion data file goes into the same outbox as its report.
deliver_data_file.
  move "N" to csv_sent
  move spaces to csv_filename
  string function trim(route_report) ".csv.g" generation
    delimited by size into csv_filename
  end-string
  move csv_filename to gen_filename
  perform set_deliver_name
  call 'lib-campfile' using csv_filename file_camp
  open input csvfile
  if csvfilestat not = "00"
    exit paragraph
  end-if
  move spaces to out_filename
  string function trim(dir_name) "/"
    function trim(deliver_name)
    delimited by size into out_filename
  end-string
  open output outfile
  if outfilestat not = "00"
    display "xmitrpt: ERROR opening "
        function trim(out_filename) " status " outfilestat
    close csvfile
    move 12 to return-code
    exit paragraph
  end-if
  move "N" to gen_eof
  perform until gen_eof = "Y"
    read csvfile at end move "Y" to gen_eof
      not at end
        write outfileline from csvfileline
    end-read
  end-perform
  close csvfile
  close outfile
  move "Y" to csv_sent
  .

append_distrib_log.
  open extend logfile
  if logfilestat = "35" or logfilestat = "05"
  move route_recip to logfileline(17:8)
  move route_report to logfileline(26:10)
  move generation to logfileline(38:3)
  move route_camp to logfileline(42:3)
  write logfileline
  close logfile
  .

*> The outbox name for a generation file: its own name, led by the
*> camp's code when it is a camp's.
set_deliver_name.
  move spaces to deliver_name
  if route_camp = spaces
    move gen_filename to deliver_name
  else
    string route_camp "." function trim(gen_filename)
      delimited by size into deliver_name
    end-string
  end-if
  .
