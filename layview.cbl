           >>source format free
identification division.
program-id. layview.
author. alexoh@wcoding.
*> Record-layout registry and field-level browse. The suite's fixed-
*> layout files -- answers.int, alerts.int, run.history, driver.stm,
*> status.hbt, standings.mst, blueprint.mst, 25.jrn, extract.led and
*> the rest -- had their layouts only in the comment blocks of the
*> programs that write them, and lib-intctl's "HDR 01" stamped a
*> layout version nothing could map to fields. layout.reg now holds
*> one record per field:
*>   file x(20), layout version x(2), field x(16), start 9(4),
*>   length 9(4), type x(1) -- single spaces between.
*> Types: X text, N digits, D date YYYYMMDD, T time HHMMSS; lower
*> case n/d/t are the same but may be blank (an acknowledgment date
*> not stamped yet). A file's version is the one on its "HDR nn"
*> record; a file without a header is version 01. HDR/TRL control
*> records are listed but not checked.
*> An absent registry seeds itself with the suite's layouts, so
*> cutover needs no hand work; a new layout or version is added by
*> appending its field records to layout.reg.
*> Control card (la.ctl):
*>   ACTION=BROWSE FILE=x   print the file field-by-field under
*>                          column headings (the default action)
*>     [FIELD=f VALUE=v]    only records whose field f holds v
*>     [ERRORS=ONLY]        only records that do not fit the layout
*>     [LIMIT=n]            stop listing after n records (default 500;
*>                          the misfit count still covers the file)
*>   ACTION=LIST [FILE=x]   list the registry (one file or all)
*>   ACTION=SEED            add the suite's standard layouts for any
*>                          file/version not yet registered
*> A record misfits its layout when a typed field does not hold its
*> type (a non-numeric run number in run.history, say) or data runs
*> past the last registered field. Return code 4 when any record
*> misfits, 8 when the file or its layout is not on file.

environment division.
  input-output section.
    file-control.
      select regfile assign to "layout.reg"
        organization is line sequential
        file status is regfilestat.
      select bfile assign to browse_filename
        organization is line sequential
        file status is bfilestat.

data division.
  file section.
    fd regfile.
    01 regfileline pic x(52).

    fd bfile.
    01 bfileline pic x(400).

  working-storage section.
    01 regfilestat pic xx.
    01 browse_filename pic x(20).
    01 bfilestat pic xx.
    77 file_eof pic x.

    *> The whole registry, as loaded.
    01 layout_table.
      02 lay_cnt pic s9(4) comp value 0.
      02 lay_row occurs 0 to 999 times depending on lay_cnt
          indexed by lay_idx.
        03 lay_file pic x(20).
        03 filler pic x.
        03 lay_version pic x(2).
        03 filler pic x.
        03 lay_field pic x(16).
        03 filler pic x.
        03 lay_start pic 9(4).
        03 filler pic x.
        03 lay_length pic 9(4).
        03 filler pic x.
        03 lay_type pic x.
    77 reg_on_file pic x value "N".
    77 seed_line pic x(52).
    77 seed_added pic s9(4) comp value 0.
    77 seed_known pic x.
    77 seed_idx pic s9(4) comp.
    77 seed_base_cnt pic s9(4) comp value 0.

    *> The fields of the layout in effect for the file being browsed,
    *> with each column's display width.
    01 field_table.
      02 fld_cnt pic s9(4) comp value 0.
      02 fld_row occurs 0 to 60 times depending on fld_cnt
          indexed by fld_idx.
        03 fld_name pic x(16).
        03 fld_start pic s9(4) comp.
        03 fld_length pic s9(4) comp.
        03 fld_type pic x.
        03 fld_width pic s9(4) comp.
    77 layout_end pic s9(4) comp.
    77 file_version pic x(2).
    77 filter_idx pic s9(4) comp value 0.

    77 action_parm pic x(8).
    77 file_parm pic x(20).
    77 field_parm pic x(16).
    77 value_parm pic x(30).
    77 errors_only pic x value "N".
    77 limit_parm pic s9(8) comp value 500.

    77 rec_cnt pic s9(8) comp value 0.
    77 shown_cnt pic s9(8) comp value 0.
    77 misfit_cnt pic s9(8) comp value 0.
    77 control_cnt pic s9(8) comp value 0.
    77 rec_misfit pic x.
    77 misfit_note pic x(120).
    77 note_ptr pic s9(4) comp.
    77 line_ptr pic s9(4) comp.
    77 fld_value pic x(400).
    77 fld_ok pic x.
    77 chk_mm pic 9(2).
    77 chk_dd pic 9(2).
    77 chk_hh pic 9(2).
    77 chk_mi pic 9(2).
    77 chk_ss pic 9(2).
    77 disp-num pic z(7)9.
    77 disp-start pic z(3)9.
    77 disp-len pic z(3)9.
    77 report-line pic x(999).

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

procedure division.
  call 'lib-readdata' using function module-id ".ctl" ctl_all_lines

  move "ACTION" to parm_keyword
  move "BROWSE" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  move parm_value(1:8) to action_parm

  move "FILE" to parm_keyword
  move spaces to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  move parm_value(1:20) to file_parm

  move "FIELD" to parm_keyword
  move spaces to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  move function upper-case(parm_value(1:16)) to field_parm

  move "VALUE" to parm_keyword
  move spaces to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  move parm_value to value_parm

  move "ERRORS" to parm_keyword
  move "ALL" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  if parm_value(1:4) = "ONLY"
    move "Y" to errors_only
  end-if

  move "LIMIT" to parm_keyword
  move "500" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  if function trim(parm_value) is numeric
    move function numval(parm_value) to limit_parm
  end-if

  perform load_registry
  if reg_on_file = "N"
    display "layview: no layout.reg on file -- seeding the suite's"
        " standard layouts."
    perform seed_registry
  end-if

  call 'lib-writereport' using function module-id "O" report-line
  evaluate action_parm
    when "BROWSE"
      perform browse_file
    when "LIST"
      perform list_registry
    when "SEED"
      if reg_on_file = "Y"
        perform seed_registry
      end-if
      move seed_added to disp-num
      move spaces to report-line
      string "LAYOUT REGISTRY SEEDED: " function trim(disp-num)
        " FIELD RECORD(S) ADDED"
        delimited by size into report-line
      end-string
      call 'lib-writereport' using function module-id "W" report-line
      display "layview: " function trim(report-line)
    when other
      display "layview: ACTION must be BROWSE, LIST or SEED."
      move 8 to return-code
  end-evaluate
  call 'lib-writereport' using function module-id "C" report-line
  goback.

load_registry.
  move 0 to lay_cnt
  move "N" to file_eof
  open input regfile
  if regfilestat not = "00"
    exit paragraph
  end-if
  move "Y" to reg_on_file
  perform until file_eof = "Y"
    read regfile at end move "Y" to file_eof
      not at end
        if regfileline(42:4) is numeric and regfileline(47:4) is numeric
            and lay_cnt < 999
          add 1 to lay_cnt
          move regfileline to lay_row(lay_cnt)
        end-if
    end-read
  end-perform
  close regfile
  .

*> Append the standard field records for every file/version not yet
*> registered; a registered layout is never touched, so a local
*> correction to layout.reg survives a reseed.
seed_registry.
  move 0 to seed_added
  open extend regfile
  if regfilestat = "35" or regfilestat = "05"
    open output regfile
  end-if
  if regfilestat not = "00"
    display "layview: ERROR writing layout.reg status " regfilestat
    move 12 to return-code
    exit paragraph
  end-if
  move lay_cnt to seed_base_cnt
  move "answers.int          01 DAY              0001 0002 N"
      to seed_line  perform add_seed_field
  move "answers.int          01 PART             0003 0001 X"
      to seed_line  perform add_seed_field
  move "answers.int          01 ANSWER           0005 0018 X"
      to seed_line  perform add_seed_field
  move "answers.int          01 STATUS           0024 0004 X"
      to seed_line  perform add_seed_field
  move "answers.int          01 DATE             0029 0008 D"
      to seed_line  perform add_seed_field
  move "answers.int          01 TIME             0038 0006 T"
      to seed_line  perform add_seed_field
  move "answers.int          01 CAMP             0045 0003 X"
      to seed_line  perform add_seed_field
  move "alerts.int           01 DAY              0001 0003 X"
      to seed_line  perform add_seed_field
  move "alerts.int           01 SEVERITY         0005 0004 X"
      to seed_line  perform add_seed_field
  move "alerts.int           01 BASELINE         0010 0018 X"
      to seed_line  perform add_seed_field
  move "alerts.int           01 GOT              0029 0018 X"
      to seed_line  perform add_seed_field
  move "alerts.int           01 DATE             0048 0008 D"
      to seed_line  perform add_seed_field
  move "alerts.int           01 TIME             0057 0006 T"
      to seed_line  perform add_seed_field
  move "alerts.int           01 CAMP             0064 0003 X"
      to seed_line  perform add_seed_field
  move "run.history          01 RUN              0001 0006 N"
      to seed_line  perform add_seed_field
  move "run.history          01 DATE             0008 0008 D"
      to seed_line  perform add_seed_field
  move "run.history          01 TIME             0017 0006 T"
      to seed_line  perform add_seed_field
  move "run.history          01 DAY              0024 0003 X"
      to seed_line  perform add_seed_field
  move "run.history          01 ANSWER           0028 0018 X"
      to seed_line  perform add_seed_field
  move "run.history          01 ELAPSED          0047 0007 N"
      to seed_line  perform add_seed_field
  move "run.history          01 STATUS           0055 0013 X"
      to seed_line  perform add_seed_field
  move "run.history          01 CAMP             0069 0003 X"
      to seed_line  perform add_seed_field
  move "run.summary          01 CLOSE-DATE       0001 0008 D"
      to seed_line  perform add_seed_field
  move "run.summary          01 CUT-RUN          0010 0006 N"
      to seed_line  perform add_seed_field
  move "run.summary          01 DAY              0017 0003 X"
      to seed_line  perform add_seed_field
  move "run.summary          01 RUNS             0021 0006 N"
      to seed_line  perform add_seed_field
  move "run.summary          01 MIN-ELAPSED      0028 0007 N"
      to seed_line  perform add_seed_field
  move "run.summary          01 MAX-ELAPSED      0036 0007 N"
      to seed_line  perform add_seed_field
  move "run.summary          01 LAST-ELAPSED     0044 0007 N"
      to seed_line  perform add_seed_field
  move "run.summary          01 LAST-ANSWER      0052 0018 X"
      to seed_line  perform add_seed_field
  move "run.summary          01 LAST-RUN         0071 0006 N"
      to seed_line  perform add_seed_field
  move "run.summary          01 CAMP             0078 0003 X"
      to seed_line  perform add_seed_field
  move "driver.stm           01 SPLIT            0001 0006 N"
      to seed_line  perform add_seed_field
  move "driver.stm           01 STREAM           0008 0002 N"
      to seed_line  perform add_seed_field
  move "driver.stm           01 DAY              0011 0003 X"
      to seed_line  perform add_seed_field
  move "driver.stm           01 STATUS           0015 0013 X"
      to seed_line  perform add_seed_field
  move "driver.stm           01 ANSWER           0029 0018 X"
      to seed_line  perform add_seed_field
  move "driver.stm           01 ELAPSED          0048 0007 N"
      to seed_line  perform add_seed_field
  move "driver.stm           01 CAMP             0056 0003 X"
      to seed_line  perform add_seed_field
  move "driver.stp           01 RUN              0001 0006 N"
      to seed_line  perform add_seed_field
  move "driver.stp           01 DAY              0008 0003 X"
      to seed_line  perform add_seed_field
  move "driver.stp           01 CAMP             0012 0003 X"
      to seed_line  perform add_seed_field
  move "status.hbt           01 PROGRAM          0001 0003 X"
      to seed_line  perform add_seed_field
  move "status.hbt           01 PHASE            0005 0020 X"
      to seed_line  perform add_seed_field
  move "status.hbt           01 UNITS            0026 0009 N"
      to seed_line  perform add_seed_field
  move "status.hbt           01 DATE             0036 0008 D"
      to seed_line  perform add_seed_field
  move "status.hbt           01 TIME             0045 0006 T"
      to seed_line  perform add_seed_field
  move "status.hbt           01 SECONDS          0052 0005 N"
      to seed_line  perform add_seed_field
  move "status.hbt           01 BUSINESS-DATE    0058 0008 D"
      to seed_line  perform add_seed_field
  move "standings.mst        01 PLAYER           0001 0004 X"
      to seed_line  perform add_seed_field
  move "standings.mst        01 WINS             0006 0006 N"
      to seed_line  perform add_seed_field
  move "standings.mst        01 LOSSES           0013 0006 N"
      to seed_line  perform add_seed_field
  move "standings.mst        01 DRAWS            0020 0006 N"
      to seed_line  perform add_seed_field
  move "standings.mst        01 SCORE            0027 0008 N"
      to seed_line  perform add_seed_field
  move "standings.mst        01 LAST-RANK        0036 0004 N"
      to seed_line  perform add_seed_field
  move "player.mst           01 PLAYER           0001 0004 X"
      to seed_line  perform add_seed_field
  move "player.mst           01 NAME             0006 0020 X"
      to seed_line  perform add_seed_field
  move "player.mst           01 STATUS           0027 0001 X"
      to seed_line  perform add_seed_field
  move "league.trn           01 DATE             0001 0008 D"
      to seed_line  perform add_seed_field
  move "league.trn           01 TIME             0010 0006 T"
      to seed_line  perform add_seed_field
  move "league.trn           01 PROGRAM          0017 0003 X"
      to seed_line  perform add_seed_field
  move "league.trn           01 PLAYER           0021 0004 X"
      to seed_line  perform add_seed_field
  move "league.trn           01 OUTCOME          0026 0001 X"
      to seed_line  perform add_seed_field
  move "league.trn           01 SCORE            0028 0008 N"
      to seed_line  perform add_seed_field
  move "blueprint.mst        01 ID               0001 0002 N"
      to seed_line  perform add_seed_field
  move "blueprint.mst        01 FROM             0004 0008 D"
      to seed_line  perform add_seed_field
  move "blueprint.mst        01 TO               0013 0008 D"
      to seed_line  perform add_seed_field
  move "blueprint.mst        01 STATUS           0022 0008 X"
      to seed_line  perform add_seed_field
  move "blueprint.mst        01 BLUEPRINT        0031 0200 X"
      to seed_line  perform add_seed_field
  move "25.jrn               01 DATE             0001 0008 D"
      to seed_line  perform add_seed_field
  move "25.jrn               01 TIME             0010 0006 T"
      to seed_line  perform add_seed_field
  move "25.jrn               01 ENTRY            0017 0124 X"
      to seed_line  perform add_seed_field
  move "25.bal               01 ACCOUNT          0001 0004 X"
      to seed_line  perform add_seed_field
  move "25.bal               01 BALANCE          0006 0030 X"
      to seed_line  perform add_seed_field
  move "extract.led          01 EXTRACT          0001 0006 N"
      to seed_line  perform add_seed_field
  move "extract.led          01 DATE             0008 0008 D"
      to seed_line  perform add_seed_field
  move "extract.led          01 TIME             0017 0006 T"
      to seed_line  perform add_seed_field
  move "extract.led          01 FROM-DAY         0024 0002 N"
      to seed_line  perform add_seed_field
  move "extract.led          01 TO-DAY           0027 0002 N"
      to seed_line  perform add_seed_field
  move "extract.led          01 RECORDS          0030 0008 N"
      to seed_line  perform add_seed_field
  move "extract.led          01 STATUS           0039 0008 X"
      to seed_line  perform add_seed_field
  move "extract.led          01 ACK-DATE         0048 0008 d"
      to seed_line  perform add_seed_field
  move "extract.led          01 ACK-TIME         0057 0006 t"
      to seed_line  perform add_seed_field
  move "extract.led          01 ACK-USER         0064 0010 X"
      to seed_line  perform add_seed_field
  move "extract.led          01 CAMP             0075 0003 X"
      to seed_line  perform add_seed_field
  move "extract.led          01 CONSUMER         0079 0008 X"
      to seed_line  perform add_seed_field
  move "extract.sub          01 CONSUMER         0001 0008 X"
      to seed_line  perform add_seed_field
  move "extract.sub          01 FROM-DAY         0010 0002 N"
      to seed_line  perform add_seed_field
  move "extract.sub          01 TO-DAY           0013 0002 N"
      to seed_line  perform add_seed_field
  move "extract.sub          01 STATUSES         0016 0029 X"
      to seed_line  perform add_seed_field
  move "baseline.log         01 DATE             0001 0008 D"
      to seed_line  perform add_seed_field
  move "baseline.log         01 TIME             0010 0006 T"
      to seed_line  perform add_seed_field
  move "baseline.log         01 USER             0017 0010 X"
      to seed_line  perform add_seed_field
  move "baseline.log         01 ACTION           0028 0008 X"
      to seed_line  perform add_seed_field
  move "baseline.log         01 DAY              0037 0003 X"
      to seed_line  perform add_seed_field
  move "baseline.log         01 OLD              0041 0018 X"
      to seed_line  perform add_seed_field
  move "baseline.log         01 NEW              0060 0018 X"
      to seed_line  perform add_seed_field
  move "baseline.log         01 CAMP             0079 0003 X"
      to seed_line  perform add_seed_field
  move "security.aud         01 DATE             0001 0008 D"
      to seed_line  perform add_seed_field
  move "security.aud         01 TIME             0010 0006 T"
      to seed_line  perform add_seed_field
  move "security.aud         01 USER             0017 0010 X"
      to seed_line  perform add_seed_field
  move "security.aud         01 PROGRAM          0028 0009 X"
      to seed_line  perform add_seed_field
  move "security.aud         01 DETAIL           0038 0103 X"
      to seed_line  perform add_seed_field
  move "operator.mst         01 OPERATOR         0001 0010 X"
      to seed_line  perform add_seed_field
  move "operator.mst         01 NAME             0012 0020 X"
      to seed_line  perform add_seed_field
  move "operator.mst         01 LEVEL            0033 0001 N"
      to seed_line  perform add_seed_field
  move "input.fpr            01 DAY              0001 0002 N"
      to seed_line  perform add_seed_field
  move "input.fpr            01 RECORDS          0004 0008 N"
      to seed_line  perform add_seed_field
  move "input.fpr            01 HASH             0013 0018 N"
      to seed_line  perform add_seed_field
  move "input.fpr            01 BASELINE         0032 0018 X"
      to seed_line  perform add_seed_field
  move "input.fpr            01 DATE             0051 0008 D"
      to seed_line  perform add_seed_field
  move "input.fpr            01 CAMP             0060 0003 X"
      to seed_line  perform add_seed_field
  move "approval.que         01 REQUEST          0001 0006 N"
      to seed_line  perform add_seed_field
  move "approval.que         01 STATUS           0008 0008 X"
      to seed_line  perform add_seed_field
  move "approval.que         01 PROGRAM          0017 0010 X"
      to seed_line  perform add_seed_field
  move "approval.que         01 ACTION           0028 0012 X"
      to seed_line  perform add_seed_field
  move "approval.que         01 LEVEL            0041 0001 N"
      to seed_line  perform add_seed_field
  move "approval.que         01 KEY              0043 0018 X"
      to seed_line  perform add_seed_field
  move "approval.que         01 DETAIL           0062 0060 X"
      to seed_line  perform add_seed_field
  move "approval.que         01 REQUESTER        0123 0010 X"
      to seed_line  perform add_seed_field
  move "approval.que         01 DATE             0134 0008 D"
      to seed_line  perform add_seed_field
  move "approval.que         01 TIME             0143 0006 T"
      to seed_line  perform add_seed_field
  move "approval.que         01 DECIDER          0150 0010 X"
      to seed_line  perform add_seed_field
  move "approval.que         01 DECIDED-DATE     0161 0008 d"
      to seed_line  perform add_seed_field
  move "approval.que         01 DECIDED-TIME     0170 0006 t"
      to seed_line  perform add_seed_field
  move "approval.que         01 NOTE             0177 0030 X"
      to seed_line  perform add_seed_field
  move "answer.lin           01 RUN              0001 0006 N"
      to seed_line  perform add_seed_field
  move "answer.lin           01 DAY              0008 0003 X"
      to seed_line  perform add_seed_field
  move "answer.lin           01 ANSWER           0012 0018 X"
      to seed_line  perform add_seed_field
  move "answer.lin           01 RECORDS          0031 0008 N"
      to seed_line  perform add_seed_field
  move "answer.lin           01 INPUT-HASH       0040 0018 N"
      to seed_line  perform add_seed_field
  move "answer.lin           01 MANIFEST         0059 0004 X"
      to seed_line  perform add_seed_field
  move "answer.lin           01 CARD-HASH        0064 0018 N"
      to seed_line  perform add_seed_field
  move "answer.lin           01 BASE-GEN         0083 0004 N"
      to seed_line  perform add_seed_field
  move "answer.lin           01 BASELINE         0088 0018 X"
      to seed_line  perform add_seed_field
  move "answer.lin           01 DATE             0107 0008 D"
      to seed_line  perform add_seed_field
  move "answer.lin           01 TIME             0116 0006 T"
      to seed_line  perform add_seed_field
  move "answer.lin           01 CAMP             0124 0003 X"
      to seed_line  perform add_seed_field
  move "source.fpr           01 SOURCE           0001 0020 X"
      to seed_line  perform add_seed_field
  move "source.fpr           01 RECORDS          0022 0008 N"
      to seed_line  perform add_seed_field
  move "source.fpr           01 HASH             0031 0018 N"
      to seed_line  perform add_seed_field
  move "source.fpr           01 SEEN-RUN         0050 0006 N"
      to seed_line  perform add_seed_field
  move "source.fpr           01 CHANGED-RUN      0057 0006 N"
      to seed_line  perform add_seed_field
  move "source.fpr           01 CHANGED-DATE     0064 0008 D"
      to seed_line  perform add_seed_field
  move "source.fpr           01 BASE-HASH        0073 0018 N"
      to seed_line  perform add_seed_field
  move "source.fpr           01 ENVIRONMENT      0092 0004 X"
      to seed_line  perform add_seed_field
  move "source.fpr           01 CAMP             0097 0003 X"
      to seed_line  perform add_seed_field
  move "capacity.led         01 DATE             0001 0008 D"
      to seed_line  perform add_seed_field
  move "capacity.led         01 TIME             0010 0006 T"
      to seed_line  perform add_seed_field
  move "capacity.led         01 PROGRAM          0017 0003 X"
      to seed_line  perform add_seed_field
  move "capacity.led         01 TABLE            0021 0016 X"
      to seed_line  perform add_seed_field
  move "capacity.led         01 HIGH-WATER       0038 0008 N"
      to seed_line  perform add_seed_field
  move "capacity.led         01 LIMIT            0047 0008 N"
      to seed_line  perform add_seed_field
  move "capacity.led         01 PERCENT          0056 0003 N"
      to seed_line  perform add_seed_field
  move "consumer.mst         01 CONSUMER         0001 0010 X"
      to seed_line  perform add_seed_field
  move "consumer.mst         01 DEPARTMENT       0012 0010 X"
      to seed_line  perform add_seed_field
  move "incident.mst         01 INCIDENT         0001 0006 N"
      to seed_line  perform add_seed_field
  move "incident.mst         01 STATUS           0008 0006 X"
      to seed_line  perform add_seed_field
  move "incident.mst         01 OPEN-DATE        0015 0008 D"
      to seed_line  perform add_seed_field
  move "incident.mst         01 OPEN-TIME        0024 0006 T"
      to seed_line  perform add_seed_field
  move "incident.mst         01 OPENED-BY        0031 0010 X"
      to seed_line  perform add_seed_field
  move "incident.mst         01 TITLE            0042 0030 X"
      to seed_line  perform add_seed_field
  move "incident.mst         01 CLOSE-DATE       0073 0008 d"
      to seed_line  perform add_seed_field
  move "incident.mst         01 CLOSE-TIME       0082 0006 t"
      to seed_line  perform add_seed_field
  move "incident.mst         01 CLOSED-BY        0089 0010 X"
      to seed_line  perform add_seed_field
  move "incident.mst         01 CAUSE            0100 0008 X"
      to seed_line  perform add_seed_field
  move "incident.mst         01 NOTE             0109 0030 X"
      to seed_line  perform add_seed_field
  move "incident.lnk         01 INCIDENT         0001 0006 N"
      to seed_line  perform add_seed_field
  move "incident.lnk         01 TYPE             0008 0004 X"
      to seed_line  perform add_seed_field
  move "incident.lnk         01 KEY              0013 0040 X"
      to seed_line  perform add_seed_field
  move "incident.lnk         01 DATE             0054 0008 D"
      to seed_line  perform add_seed_field
  move "incident.lnk         01 TIME             0063 0006 T"
      to seed_line  perform add_seed_field
  move "incident.lnk         01 USER             0070 0010 X"
      to seed_line  perform add_seed_field
  move "rootcause.mst        01 CODE             0001 0008 X"
      to seed_line  perform add_seed_field
  move "rootcause.mst        01 STATUS           0010 0008 X"
      to seed_line  perform add_seed_field
  move "rootcause.mst        01 DESCRIPTION      0019 0040 X"
      to seed_line  perform add_seed_field
  move "rerun.que            01 REQUEST          0001 0006 N"
      to seed_line  perform add_seed_field
  move "rerun.que            01 STATUS           0008 0008 X"
      to seed_line  perform add_seed_field
  move "rerun.que            01 DAY              0017 0003 X"
      to seed_line  perform add_seed_field
  move "rerun.que            01 KEY1             0021 0030 X"
      to seed_line  perform add_seed_field
  move "rerun.que            01 KEY2             0052 0030 X"
      to seed_line  perform add_seed_field
  move "rerun.que            01 KEY3             0083 0030 X"
      to seed_line  perform add_seed_field
  move "rerun.que            01 REASON           0114 0030 X"
      to seed_line  perform add_seed_field
  move "rerun.que            01 REQUESTER        0145 0010 X"
      to seed_line  perform add_seed_field
  move "rerun.que            01 FILED-DATE       0156 0008 D"
      to seed_line  perform add_seed_field
  move "rerun.que            01 FILED-TIME       0165 0006 T"
      to seed_line  perform add_seed_field
  move "rerun.que            01 RUN              0172 0006 n"
      to seed_line  perform add_seed_field
  move "rerun.que            01 WORKED-DATE      0179 0008 d"
      to seed_line  perform add_seed_field
  move "rerun.que            01 WORKED-TIME      0188 0006 t"
      to seed_line  perform add_seed_field
  move "rerun.que            01 RESULT           0195 0013 X"
      to seed_line  perform add_seed_field
  move "rerun.que            01 CAMP             0209 0003 X"
      to seed_line  perform add_seed_field
  move "run.kit              01 RUN              0001 0006 N"
      to seed_line  perform add_seed_field
  move "run.kit              01 DAY              0008 0003 X"
      to seed_line  perform add_seed_field
  move "run.kit              01 TYPE             0012 0003 X"
      to seed_line  perform add_seed_field
  move "run.kit              01 DATA             0016 0080 X"
      to seed_line  perform add_seed_field
  move "run.kit              01 FIL-FILENAME     0016 0010 X"
      to seed_line  perform add_seed_field
  move "run.kit              01 FIL-SUFFIX       0027 0004 X"
      to seed_line  perform add_seed_field
  move "run.kit              01 FIL-HASH         0032 0018 X"
      to seed_line  perform add_seed_field
  move "run.kit              01 FIL-HELD-BY-RUN  0051 0006 X"
      to seed_line  perform add_seed_field
  move "run.kit              01 FIL-RECORDS      0058 0008 X"
      to seed_line  perform add_seed_field
  move "run.kit              01 FIL-CAMP         0067 0003 X"
      to seed_line  perform add_seed_field
  move "run.kix              01 DAY              0001 0003 X"
      to seed_line  perform add_seed_field
  move "run.kix              01 SUFFIX           0005 0004 X"
      to seed_line  perform add_seed_field
  move "run.kix              01 HASH             0010 0018 N"
      to seed_line  perform add_seed_field
  move "run.kix              01 RUN              0029 0006 N"
      to seed_line  perform add_seed_field
  move "run.kix              01 CAMP             0036 0003 X"
      to seed_line  perform add_seed_field
  move "stock.cnt            01 ITEM             0001 0001 X"
      to seed_line  perform add_seed_field
  move "stock.cnt            01 COUNT            0003 0007 N"
      to seed_line  perform add_seed_field
  move "05.wko               01 WORK-ORDER       0001 0004 N"
      to seed_line  perform add_seed_field
  move "05.wko               01 CRANE            0006 0002 N"
      to seed_line  perform add_seed_field
  move "05.wko               01 MOVE-SEQ         0009 0005 N"
      to seed_line  perform add_seed_field
  move "05.wko               01 MOVE             0015 0030 X"
      to seed_line  perform add_seed_field
  move "06.chn               01 CHANNEL          0001 0008 X"
      to seed_line  perform add_seed_field
  move "06.chn               01 FEED             0010 0020 X"
      to seed_line  perform add_seed_field
  move "06.chn               01 SPACING          0031 0006 N"
      to seed_line  perform add_seed_field
  move "06.chn               01 ALLOWED          0038 0006 n"
      to seed_line  perform add_seed_field
  move "quota.mst            01 PATH             0001 0030 X"
      to seed_line  perform add_seed_field
  move "quota.mst            01 QUOTA            0032 0012 N"
      to seed_line  perform add_seed_field
  move "quota.mst            01 OWNER            0045 0008 X"
      to seed_line  perform add_seed_field
  move "quota.siz            01 PATH             0001 0030 X"
      to seed_line  perform add_seed_field
  move "quota.siz            01 SIZE             0032 0012 N"
      to seed_line  perform add_seed_field
  move "fuel.bud             01 ACCT             0001 0004 X"
      to seed_line  perform add_seed_field
  move "fuel.bud             01 PERIOD           0006 0006 X"
      to seed_line  perform add_seed_field
  move "fuel.bud             01 CREDITS          0013 0012 N"
      to seed_line  perform add_seed_field
  move "fuel.bud             01 DEBITS           0026 0012 N"
      to seed_line  perform add_seed_field
  move "25.jno               01 LASTJNO          0001 0008 N"
      to seed_line  perform add_seed_field
  move "fuel.cls             01 PERIOD           0001 0006 X"
      to seed_line  perform add_seed_field
  move "fuel.cls             01 CLOSE            0008 0008 D"
      to seed_line  perform add_seed_field
  move "fuel.cls             01 HIGHJNO          0017 0008 N"
      to seed_line  perform add_seed_field
  move "backup.cat           01 TYPE             0001 0003 X"
      to seed_line  perform add_seed_field
  move "backup.cat           01 SET              0005 0006 N"
      to seed_line  perform add_seed_field
  move "backup.cat           01 DETAIL           0012 0053 X"
      to seed_line  perform add_seed_field
  move "message.cat          01 MSGID            0001 0007 X"
      to seed_line  perform add_seed_field
  move "message.cat          01 SEVERITY         0009 0001 X"
      to seed_line  perform add_seed_field
  move "message.cat          01 TEXT             0011 0100 X"
      to seed_line  perform add_seed_field
  move "camp.mst             01 CODE             0001 0003 X"
      to seed_line  perform add_seed_field
  move "camp.mst             01 NAME             0005 0030 X"
      to seed_line  perform add_seed_field
  move "feed.sch             01 FILE             0001 0012 X"
      to seed_line  perform add_seed_field
  move "feed.sch             01 SENDER           0014 0020 X"
      to seed_line  perform add_seed_field
  move "feed.sch             01 EXPECTED         0035 0004 N"
      to seed_line  perform add_seed_field
  move "feed.sch             01 GRACE-MINS       0040 0004 N"
      to seed_line  perform add_seed_field
  move "feed.rcp             01 DATE             0001 0008 D"
      to seed_line  perform add_seed_field
  move "feed.rcp             01 TIME             0010 0006 T"
      to seed_line  perform add_seed_field
  move "feed.rcp             01 FILE             0017 0012 X"
      to seed_line  perform add_seed_field
  move "feed.rcp             01 SENDER           0030 0020 X"
      to seed_line  perform add_seed_field
  move "feed.rcp             01 RECORDS          0051 0008 N"
      to seed_line  perform add_seed_field
  move "feed.rcp             01 BYTES            0060 0010 N"
      to seed_line  perform add_seed_field
  move "feed.rcp             01 FINGERPRINT      0071 0018 N"
      to seed_line  perform add_seed_field
  move "feed.rcp             01 STATUS           0090 0006 X"
      to seed_line  perform add_seed_field
  move "feed.rcp             01 CAMP             0097 0003 X"
      to seed_line  perform add_seed_field
  move "answers.hld          01 DAY              0001 0002 N"
      to seed_line  perform add_seed_field
  move "answers.hld          01 PART             0003 0001 X"
      to seed_line  perform add_seed_field
  move "answers.hld          01 ANSWER           0005 0018 X"
      to seed_line  perform add_seed_field
  move "answers.hld          01 STATUS           0024 0004 X"
      to seed_line  perform add_seed_field
  move "answers.hld          01 POSTED-DATE      0029 0008 D"
      to seed_line  perform add_seed_field
  move "answers.hld          01 POSTED-TIME      0038 0006 T"
      to seed_line  perform add_seed_field
  move "answers.hld          01 CAMP             0045 0003 X"
      to seed_line  perform add_seed_field
  move "answers.hld          01 STATE            0049 0008 X"
      to seed_line  perform add_seed_field
  move "answers.hld          01 DATE             0058 0008 D"
      to seed_line  perform add_seed_field
  move "answers.hld          01 TIME             0067 0006 T"
      to seed_line  perform add_seed_field
  move "answers.hld          01 USER             0074 0010 X"
      to seed_line  perform add_seed_field
  move "hold.sts             01 STATUS           0001 0004 X"
      to seed_line  perform add_seed_field
  move "run.unl              01 RUN              0001 0006 N"
      to seed_line  perform add_seed_field
  move "run.unl              01 DATE             0008 0008 D"
      to seed_line  perform add_seed_field
  move "run.unl              01 TIME             0017 0006 T"
      to seed_line  perform add_seed_field
  move "run.unl              01 DAY              0024 0003 X"
      to seed_line  perform add_seed_field
  move "run.unl              01 ANSWER           0028 0018 X"
      to seed_line  perform add_seed_field
  move "run.unl              01 ELAPSED          0047 0007 N"
      to seed_line  perform add_seed_field
  move "run.unl              01 STATUS           0055 0013 X"
      to seed_line  perform add_seed_field
  move "run.unl              01 CAMP             0069 0003 X"
      to seed_line  perform add_seed_field
  move "answers.unl          01 DAY              0001 0002 N"
      to seed_line  perform add_seed_field
  move "answers.unl          01 PART             0003 0001 X"
      to seed_line  perform add_seed_field
  move "answers.unl          01 ANSWER           0005 0018 X"
      to seed_line  perform add_seed_field
  move "answers.unl          01 STATUS           0024 0004 X"
      to seed_line  perform add_seed_field
  move "answers.unl          01 DATE             0029 0008 D"
      to seed_line  perform add_seed_field
  move "answers.unl          01 TIME             0038 0006 T"
      to seed_line  perform add_seed_field
  move "answers.unl          01 CAMP             0045 0003 X"
      to seed_line  perform add_seed_field
  move "proc.date            01 BUSINESS-DATE    0001 0008 D"
      to seed_line  perform add_seed_field
  move "proc.date            01 RUN              0010 0006 N"
      to seed_line  perform add_seed_field
  move "proc.date            01 ROLLED-DATE      0017 0008 D"
      to seed_line  perform add_seed_field
  move "proc.date            01 ROLLED-TIME      0026 0006 T"
      to seed_line  perform add_seed_field
  move "answers.int          02 DAY              0001 0002 N"
      to seed_line  perform add_seed_field
  move "answers.int          02 PART             0003 0001 X"
      to seed_line  perform add_seed_field
  move "answers.int          02 ANSWER           0005 0018 X"
      to seed_line  perform add_seed_field
  move "answers.int          02 STATUS           0024 0004 X"
      to seed_line  perform add_seed_field
  move "answers.int          02 DATE             0029 0008 D"
      to seed_line  perform add_seed_field
  move "answers.int          02 TIME             0038 0006 T"
      to seed_line  perform add_seed_field
  move "answers.int          02 CAMP             0045 0003 X"
      to seed_line  perform add_seed_field
  move "answers.int          02 ANSWER-TYPE      0049 0001 X"
      to seed_line  perform add_seed_field
  move "answers.int          02 UNIT             0051 0008 X"
      to seed_line  perform add_seed_field
  move "answers.int          02 ANSWER-FULL      0060 0060 X"
      to seed_line  perform add_seed_field
  move "answers.unl          02 DAY              0001 0002 N"
      to seed_line  perform add_seed_field
  move "answers.unl          02 PART             0003 0001 X"
      to seed_line  perform add_seed_field
  move "answers.unl          02 ANSWER           0005 0018 X"
      to seed_line  perform add_seed_field
  move "answers.unl          02 STATUS           0024 0004 X"
      to seed_line  perform add_seed_field
  move "answers.unl          02 DATE             0029 0008 D"
      to seed_line  perform add_seed_field
  move "answers.unl          02 TIME             0038 0006 T"
      to seed_line  perform add_seed_field
  move "answers.unl          02 CAMP             0045 0003 X"
      to seed_line  perform add_seed_field
  move "answers.unl          02 ANSWER-TYPE      0049 0001 X"
      to seed_line  perform add_seed_field
  move "answers.unl          02 UNIT             0051 0008 X"
      to seed_line  perform add_seed_field
  move "answers.unl          02 ANSWER-FULL      0060 0060 X"
      to seed_line  perform add_seed_field
  move "mask.log             01 DATE             0001 0008 D"
      to seed_line  perform add_seed_field
  move "mask.log             01 TIME             0010 0006 T"
      to seed_line  perform add_seed_field
  move "mask.log             01 USER             0017 0010 X"
      to seed_line  perform add_seed_field
  move "mask.log             01 FILE             0028 0020 X"
      to seed_line  perform add_seed_field
  move "mask.log             01 FIELD            0049 0016 X"
      to seed_line  perform add_seed_field
  move "mask.log             01 TREATMENT        0066 0008 X"
      to seed_line  perform add_seed_field
  move "mask.log             01 RECORDS          0075 0008 N"
      to seed_line  perform add_seed_field
  move "keyword.dic          01 PROGRAM          0001 0010 X"
      to seed_line  perform add_seed_field
  move "keyword.dic          01 KEYWORD          0012 0012 X"
      to seed_line  perform add_seed_field
  move "keyword.dic          01 TYPE             0025 0001 X"
      to seed_line  perform add_seed_field
  move "keyword.dic          01 RANGE            0027 0040 X"
      to seed_line  perform add_seed_field
  move "keyword.dic          01 DEFAULT          0068 0030 X"
      to seed_line  perform add_seed_field
  move "key.reg              01 SUFFIX           0001 0004 X"
      to seed_line  perform add_seed_field
  move "key.reg              01 KEY              0006 0010 X"
      to seed_line  perform add_seed_field
  move "key.reg              01 ROUNDS           0017 0004 N"
      to seed_line  perform add_seed_field
  move "key.reg              01 RECEIVED         0022 0008 D"
      to seed_line  perform add_seed_field
  move "key.reg              01 STATUS           0031 0009 X"
      to seed_line  perform add_seed_field
  close regfile
  move "Y" to reg_on_file
  .

add_seed_field.
  move "N" to seed_known
  perform varying seed_idx from 1 by 1
      until seed_idx > seed_base_cnt or seed_known = "Y"
    if lay_file(seed_idx) = seed_line(1:20)
        and lay_version(seed_idx) = seed_line(22:2)
      move "Y" to seed_known
    end-if
  end-perform
  if seed_known = "Y" or lay_cnt >= 999
    exit paragraph
  end-if
  move seed_line to regfileline
  write regfileline
  add 1 to lay_cnt
  move seed_line to lay_row(lay_cnt)
  add 1 to seed_added
  .

list_registry.
  move "LAYOUT REGISTRY (layout.reg)" to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move "FILE                 VER FIELD            START  LEN TYPE"
      to report-line
  call 'lib-writereport' using function module-id "H" report-line
  perform varying lay_idx from 1 by 1 until lay_idx > lay_cnt
    if file_parm = spaces or lay_file(lay_idx) = file_parm
      move lay_start(lay_idx) to disp-start
      move lay_length(lay_idx) to disp-len
      move spaces to report-line
      string lay_file(lay_idx) " " lay_version(lay_idx) "  "
        lay_field(lay_idx) " " disp-start " " disp-len " "
        lay_type(lay_idx)
        delimited by size into report-line
      end-string
      call 'lib-writereport' using function module-id "W" report-line
    end-if
  end-perform
  .

browse_file.
  if file_parm = spaces
    display "layview: BROWSE needs FILE=."
    move 8 to return-code
    exit paragraph
  end-if
  move file_parm to browse_filename
  perform find_file_version
  if bfilestat not = "00"
    move spaces to report-line
    string "FILE " function trim(file_parm) " NOT ON FILE (STATUS "
      bfilestat ")"
      delimited by size into report-line
    end-string
    call 'lib-writereport' using function module-id "W" report-line
    display "layview: " function trim(report-line)
    move 8 to return-code
    exit paragraph
  end-if
  perform load_file_layout
  if fld_cnt = 0
    move spaces to report-line
    string "NO LAYOUT REGISTERED FOR " function trim(file_parm)
      " VERSION " file_version
      delimited by size into report-line
    end-string
    call 'lib-writereport' using function module-id "W" report-line
    display "layview: " function trim(report-line)
    move 8 to return-code
    exit paragraph
  end-if
  if field_parm not = spaces
    move 0 to filter_idx
    perform varying fld_idx from 1 by 1 until fld_idx > fld_cnt
      if fld_name(fld_idx) = field_parm
        move fld_idx to filter_idx
      end-if
    end-perform
    if filter_idx = 0
      display "layview: FIELD " function trim(field_parm)
          " is not in the " function trim(file_parm) " layout."
      move 8 to return-code
      exit paragraph
    end-if
  end-if

  move spaces to report-line
  string "BROWSE " function trim(file_parm) " -- LAYOUT VERSION "
    file_version
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  if filter_idx > 0
    move spaces to report-line
    string "FILTER " function trim(field_parm) " = "
      function trim(value_parm)
      delimited by size into report-line
    end-string
    call 'lib-writereport' using function module-id "W" report-line
  end-if
  perform write_headings

  move "N" to file_eof
  open input bfile
  perform until file_eof = "Y"
    read bfile at end move "Y" to file_eof
      not at end
        add 1 to rec_cnt
        perform browse_one_record
    end-read
  end-perform
  close bfile

  move spaces to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move rec_cnt to disp-num
  move spaces to report-line
  string "RECORDS READ: " function trim(disp-num)
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  move shown_cnt to disp-num
  move spaces to report-line
  string "RECORDS LISTED: " function trim(disp-num)
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  move misfit_cnt to disp-num
  move spaces to report-line
  string "RECORDS NOT FITTING THE LAYOUT: " function trim(disp-num)
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  display "layview: " function trim(file_parm) " -- " rec_cnt
      " record(s), " misfit_cnt " misfit(s)."
  if misfit_cnt > 0
    move 4 to return-code
  end-if
  .

*> The version on the file's "HDR nn" record; 01 without a header.
find_file_version.
  move "01" to file_version
  open input bfile
  if bfilestat not = "00"
    exit paragraph
  end-if
  read bfile
    not at end
      if bfileline(1:4) = "HDR " and bfileline(5:2) is numeric
        move bfileline(5:2) to file_version
      end-if
  end-read
  close bfile
  move "00" to bfilestat
  .

load_file_layout.
  move 0 to fld_cnt
  move 0 to layout_end
  perform varying lay_idx from 1 by 1 until lay_idx > lay_cnt
    if lay_file(lay_idx) = file_parm
        and lay_version(lay_idx) = file_version
        and fld_cnt < 60
      add 1 to fld_cnt
      move lay_field(lay_idx) to fld_name(fld_cnt)
      move lay_start(lay_idx) to fld_start(fld_cnt)
      move lay_length(lay_idx) to fld_length(fld_cnt)
      move lay_type(lay_idx) to fld_type(fld_cnt)
      *> A column is as wide as its field or its heading, whichever
      *> is wider, and never wider than 60 -- long text is cut.
      move fld_length(fld_cnt) to fld_width(fld_cnt)
      if function length(function trim(fld_name(fld_cnt)))
          > fld_width(fld_cnt)
        move function length(function trim(fld_name(fld_cnt)))
            to fld_width(fld_cnt)
      end-if
      if fld_width(fld_cnt) > 60
        move 60 to fld_width(fld_cnt)
      end-if
      if fld_start(fld_cnt) + fld_length(fld_cnt) - 1 > layout_end
        compute layout_end = fld_start(fld_cnt) + fld_length(fld_cnt)
            - 1
      end-if
    end-if
  end-perform
  .

write_headings.
  move spaces to report-line
  move "RECORD" to report-line(1:8)
  move 10 to line_ptr
  perform varying fld_idx from 1 by 1 until fld_idx > fld_cnt
    move fld_name(fld_idx) to report-line(line_ptr:fld_width(fld_idx))
    compute line_ptr = line_ptr + fld_width(fld_idx) + 1
  end-perform
  call 'lib-writereport' using function module-id "H" report-line
  .

browse_one_record.
  if bfileline(1:4) = "HDR " or bfileline(1:4) = "TRL "
    add 1 to control_cnt
    if errors_only = "N" and filter_idx = 0 and shown_cnt < limit_parm
      add 1 to shown_cnt
      move rec_cnt to disp-num
      move spaces to report-line
      string disp-num "  CONTROL: " function trim(bfileline)
        delimited by size into report-line
      end-string
      call 'lib-writereport' using function module-id "W" report-line
    end-if
    exit paragraph
  end-if

  perform check_record_fit
  if errors_only = "Y" and rec_misfit = "N"
    exit paragraph
  end-if
  if filter_idx > 0
    move spaces to fld_value
    move bfileline(fld_start(filter_idx):fld_length(filter_idx))
        to fld_value
    if function trim(fld_value) not = function trim(value_parm)
      exit paragraph
    end-if
  end-if
  if shown_cnt >= limit_parm
    exit paragraph
  end-if
  add 1 to shown_cnt

  move spaces to report-line
  move rec_cnt to disp-num
  move disp-num to report-line(1:8)
  move 10 to line_ptr
  perform varying fld_idx from 1 by 1 until fld_idx > fld_cnt
    move spaces to fld_value
    move bfileline(fld_start(fld_idx):fld_length(fld_idx))
        to fld_value
    move fld_value to report-line(line_ptr:fld_width(fld_idx))
    compute line_ptr = line_ptr + fld_width(fld_idx) + 1
  end-perform
  if rec_misfit = "Y"
    move "*MISFIT:" to report-line(line_ptr:8)
    add 9 to line_ptr
    move misfit_note to report-line(line_ptr:120)
  end-if
  call 'lib-writereport' using function module-id "W" report-line
  .

*> Every typed field against its type, and nothing past the last
*> field; misfit_note names each field that does not fit.
check_record_fit.
  move "N" to rec_misfit
  move spaces to misfit_note
  move 1 to note_ptr
  perform varying fld_idx from 1 by 1 until fld_idx > fld_cnt
    move spaces to fld_value
    move bfileline(fld_start(fld_idx):fld_length(fld_idx))
        to fld_value
    perform check_field_type
    if fld_ok = "N"
      move "Y" to rec_misfit
      string function trim(fld_name(fld_idx)) " "
        delimited by size into misfit_note with pointer note_ptr
      end-string
    end-if
  end-perform
  if layout_end < 400
    if bfileline(layout_end + 1:) not = spaces
      move "Y" to rec_misfit
      string "EXTRA-DATA " delimited by size into misfit_note
          with pointer note_ptr
      end-string
    end-if
  end-if
  if rec_misfit = "Y"
    add 1 to misfit_cnt
  end-if
  .

check_field_type.
  move "Y" to fld_ok
  if fld_value(1:fld_length(fld_idx)) = spaces
    if fld_type(fld_idx) = "n" or fld_type(fld_idx) = "d"
        or fld_type(fld_idx) = "t" or fld_type(fld_idx) = "X"
      exit paragraph
    end-if
  end-if
  evaluate fld_type(fld_idx)
    when "N"
    when "n"
      if fld_value(1:fld_length(fld_idx)) is not numeric
        move "N" to fld_ok
      end-if
    when "D"
    when "d"
      if fld_length(fld_idx) not = 8 or fld_value(1:8) is not numeric
        move "N" to fld_ok
      else
        move fld_value(5:2) to chk_mm
        move fld_value(7:2) to chk_dd
        if chk_mm < 1 or chk_mm > 12 or chk_dd < 1 or chk_dd > 31
          move "N" to fld_ok
        end-if
      end-if
    when "T"
    when "t"
      if fld_length(fld_idx) not = 6 or fld_value(1:6) is not numeric
        move "N" to fld_ok
      else
        move fld_value(1:2) to chk_hh
        move fld_value(3:2) to chk_mi
        move fld_value(5:2) to chk_ss
        if chk_hh > 23 or chk_mi > 59 or chk_ss > 59
          move "N" to fld_ok
        end-if
      end-if
  end-evaluate
  .
