           >>source format free
identification division.
program-id. mskcopy.
author. alexoh@wcoding.
*> Masked copy of the production masters into the test area. Working
*> a production problem meant copying the real files into test/ --
*> operator names, the league roster and standings, the fuel
*> balances and journal, the decryption keys -- and none of that is
*> to sit in test. gendata makes synthetic inputs but not the shape
*> of a real file; this copies the real file with the sensitive
*> fields treated, field by field at the positions coded here for
*> each file's record layout:
*>   operator.mst   OPERATOR mapped to OPERnnnnnn, NAME replaced,
*>                  LEVEL kept (so sign-on tests still gate)
*>   player.mst     PLAYER mapped to Pnnn, NAME replaced, STATUS kept
*>   standings.mst  PLAYER mapped, the results kept
*>   25.bal         every BALANCE scaled
*>   25.jrn         every amount scaled -- the SNAFU or decimal
*>                  number on a card, AMT, BEFORE and AFTER -- so each
*>                  account's journal still adds up to its balance
*>   key.reg        KEY blanked; suffix, rounds and status kept
*> A mapping holds for the whole run: a player is the same masked
*> player on player.mst and standings.mst. Ids are mapped in the
*> order first met and names are made from the masked id, so nothing
*> of the original is left to read back. Fuel amounts are multiplied
*> by SCALE=, an integer, which keeps every BEFORE + AMT = AFTER and
*> every account's sum true; the factor is not written to the log.
*> A number on a card that does not convert (a card the batch
*> rejected as ill-formed) is left as written.
*> The coded positions are the layouts layview registers, and before
*> a file is copied they are checked against its layout.reg entry: a
*> file whose registered layout has moved -- a treated field at
*> another start or length, missing, or a layout version other than
*> 01 -- is refused (logged REFUSED, nothing copied) until the
*> positions here are brought into line. A file with no layout on
*> the registry is refused the same way; no layout.reg at all
*> refuses the run (run layview, which seeds it).
*> Copies go to test/ under their usual names (the lib-runenv
*> layout); a file not on production is noted and skipped. Every
*> file and field treated is appended to mask.log:
*>   date(8) time(6) user(10) file(20) field(16) treatment(8)
*>   records(8) -- single spaces between; treatment MAPPED, REPLACED,
*>   SCALED, BLANKED, ABSENT (file not on production), or REFUSED
*>   (field LAYOUT; the registered layout is not the coded one).
*> The copy reads production keys and names, so it signs on first:
*> USER= (default OPERATOR) through lib-signon, level 5.
*> Control card (ms.ctl):
*>   USER=x      the operator making the copy
*>   SCALE=n     fuel scale factor, 2-99 (default 3)
*> Return code 4 when a fuel number was left as written, 8 when the
*> sign-on is refused, layout.reg is not on file or none of the files
*> is on file, 12 when a copy cannot be written or a file is refused
*> on its layout.

environment division.
  input-output section.
    file-control.
      select infile assign to in_filename
        organization is line sequential
        file status is infilestat.
      select outfile assign to out_filename
        organization is line sequential
        file status is outfilestat.
      select logfile assign to "mask.log"
        organization is line sequential
        file status is logfilestat.
      select layfile assign to "layout.reg"
        organization is line sequential
        file status is layfilestat.

data division.
  file section.
    fd infile.
    01 infileline pic x(400).

    fd outfile.
    01 outfileline pic x(400).

    fd logfile.
    01 logfileline pic x(85).

    fd layfile.
    01 layfileline pic x(52).

  working-storage section.
    01 in_filename pic x(30).
    01 out_filename pic x(40).
    01 infilestat pic xx.
    01 outfilestat pic xx.
    01 logfilestat pic xx.
    01 layfilestat pic xx.
    77 file_eof pic x.
    77 dir_name pic x(10) value "test".
    77 dir_stat pic s9(9) comp value 0.

    *> The files copied, in order.
    01 mask_files.
      02 mf_cnt pic s9(4) comp value 0.
      02 mf_name pic x(20) occurs 6 times indexed by mf_idx.
    77 curr_file pic x(20).
    77 files_copied pic s9(4) comp value 0.
    77 record_cnt pic s9(8) comp.
    77 copy_failed pic x value "N".

    *> The field positions the treatments below are coded to, one
    *> row per treated field: file x(20), field x(16), start, length.
    01 coded_layout_values.
      02 filler pic x(44) value
          "operator.mst        OPERATOR        00010010".
      02 filler pic x(44) value
          "operator.mst        NAME            00120020".
      02 filler pic x(44) value
          "player.mst          PLAYER          00010004".
      02 filler pic x(44) value
          "player.mst          NAME            00060020".
      02 filler pic x(44) value
          "standings.mst       PLAYER          00010004".
      02 filler pic x(44) value
          "25.bal              ACCOUNT         00010004".
      02 filler pic x(44) value
          "25.bal              BALANCE         00060030".
      02 filler pic x(44) value
          "25.jrn              ENTRY           00170124".
      02 filler pic x(44) value
          "key.reg             KEY             00060010".
    01 coded_layout redefines coded_layout_values.
      02 cl_row occurs 9 times indexed by cl_idx.
        03 cl_file pic x(20).
        03 cl_field pic x(16).
        03 cl_start pic 9(4).
        03 cl_length pic 9(4).

    *> layout.reg as loaded (layview's record).
    01 registry_table.
      02 rg_cnt pic s9(4) comp value 0.
      02 rg_row occurs 0 to 999 times depending on rg_cnt
          indexed by rg_idx.
        03 rg_file pic x(20).
        03 filler pic x.
        03 rg_version pic x(2).
        03 filler pic x.
        03 rg_field pic x(16).
        03 filler pic x.
        03 rg_start pic 9(4).
        03 filler pic x.
        03 rg_length pic 9(4).
        03 filler pic x.
        03 rg_type pic x.
    77 layout_ok pic x.
    77 layout_found pic x.
    77 layout_note pic x(80).
    77 refused_cnt pic s9(4) comp value 0.

    *> What was treated in the file being copied.
    77 mapped_cnt pic s9(8) comp.
    77 replaced_cnt pic s9(8) comp.
    77 scaled_cnt pic s9(8) comp.
    77 blanked_cnt pic s9(8) comp.
    77 unscaled_cnt pic s9(8) comp value 0.

    *> Player and operator id mappings, held for the run.
    01 player_map.
      02 pm_cnt pic s9(4) comp value 0.
      02 pm_row occurs 0 to 999 times depending on pm_cnt
          indexed by pm_idx.
        03 pm_orig pic x(4).
        03 pm_masked pic x(4).
    01 oper_map.
      02 om_cnt pic s9(4) comp value 0.
      02 om_row occurs 0 to 999 times depending on om_cnt
          indexed by om_idx.
        03 om_orig pic x(10).
        03 om_masked pic x(10).
    77 lookup_id pic x(10).
    77 masked_id pic x(10).
    77 disp-mapno pic 9(3).
    77 disp-operno pic 9(6).

    *> A journal entry, token by token.
    77 jrn_text pic x(124).
    77 jrn_len pic s9(4) comp.
    77 jrn_ptr pic s9(4) comp.
    77 out_ptr pic s9(4) comp.
    77 jrn_tok pic x(40).
    77 prev_tok pic x(40).
    77 tok_len pic s9(4) comp.
    77 tok_tail pic x.
    77 tok_kind pic x.

    *> Fuel arithmetic (lib-snafu).
    77 scale_factor pic s9(4) comp value 3.
    77 snafu_mode pic x(3).
    77 snafu_work pic x(26).
    77 amount_dec pic s9(18) comp.
    77 snafu_result pic x(3).
    77 disp-amt pic -(17)9.
    77 number_ok pic x.

    *> mask.log record.
    01 log_line.
      02 log_date pic x(8).
      02 filler pic x value space.
      02 log_time pic x(6).
      02 filler pic x value space.
      02 log_user pic x(10).
      02 filler pic x value space.
      02 log_file pic x(20).
      02 filler pic x value space.
      02 log_field pic x(16).
      02 filler pic x value space.
      02 log_treatment pic x(8).
      02 filler pic x value space.
      02 log_records pic 9(8).
    77 log_count pic s9(8) comp.
    77 curr_date_time pic x(21).

    77 report-line pic x(999).
    77 report-ptr pic s9(4) comp.
    77 disp-cnt pic z(7)9.

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
    77 user_parm pic x(10).

    *> For lib-signon -- the shared operator authority check.
    77 signon_action pic x(12).
    77 signon_level pic 9.
    77 signon_before pic x(18).
    77 signon_after pic x(18).
    77 signon_result pic x(4).

procedure division.
  call 'lib-readdata' using function module-id ".ctl" ctl_all_lines
  move "USER" to parm_keyword
  move "OPERATOR" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  move parm_value(1:10) to user_parm
  move "SCALE" to parm_keyword
  move "3" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  if function test-numval(parm_value) = 0
    move function numval(parm_value) to scale_factor
  else
    move 0 to scale_factor
  end-if
  if scale_factor < 2 or scale_factor > 99
    display "mskcopy: SCALE= must be a whole number 2-99 -- "
        function trim(parm_value) "."
    move 8 to return-code
    goback
  end-if

  move "MASK" to signon_action
  move 5 to signon_level
  move spaces to signon_before signon_after
  move "TEST COPY" to signon_before
  call 'lib-signon' using function module-id user_parm
      signon_action signon_level signon_before signon_after
      signon_result
  if signon_result not = "OK  "
    display "mskcopy: copy refused for " function trim(user_parm)
        "."
    move 8 to return-code
    goback
  end-if

  perform load_layout_registry
  if rg_cnt = 0
    display "mskcopy: no layout.reg on file -- run layview to seed"
        " it; nothing copied."
    move 8 to return-code
    goback
  end-if

  call "CBL_CREATE_DIR" using dir_name returning dir_stat
  move "operator.mst" to mf_name(1)
  move "player.mst" to mf_name(2)
  move "standings.mst" to mf_name(3)
  move "25.bal" to mf_name(4)
  move "25.jrn" to mf_name(5)
  move "key.reg" to mf_name(6)
  move 6 to mf_cnt

  call 'lib-writereport' using function module-id "O" report-line
  move "MASKED COPY OF THE PRODUCTION MASTERS INTO test/"
      to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move "FILE                 FIELD            TREATMENT  RECORDS"
      to report-line
  call 'lib-writereport' using function module-id "H" report-line
  move "FILE,FIELD,TREATMENT,RECORDS" to report-line
  call 'lib-writereport' using function module-id "T" report-line

  perform varying mf_idx from 1 by 1 until mf_idx > mf_cnt
    move mf_name(mf_idx) to curr_file
    perform copy_one_file
    if copy_failed = "Y"
      exit perform
    end-if
  end-perform

  move spaces to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move spaces to report-line
  move files_copied to disp-cnt
  string "FILES COPIED " function trim(disp-cnt) delimited by size
    into report-line
  end-string
  move function length(function trim(report-line)) to report-ptr
  add 1 to report-ptr
  move unscaled_cnt to disp-cnt
  string "  FUEL NUMBERS LEFT AS WRITTEN " function trim(disp-cnt)
    delimited by size into report-line with pointer report-ptr
  end-string
  move refused_cnt to disp-cnt
  string "  REFUSED ON LAYOUT " function trim(disp-cnt)
    delimited by size into report-line with pointer report-ptr
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  call 'lib-writereport' using function module-id "C" report-line
  display "mskcopy: " files_copied " file(s) copied to test/ masked, "
      pm_cnt " player(s) and " om_cnt " operator(s) mapped."
  if copy_failed = "Y" or refused_cnt > 0
    move 12 to return-code
  else
    evaluate true
      when files_copied = 0
        display "mskcopy: none of the masters is on file."
        move 8 to return-code
      when unscaled_cnt > 0
        move 4 to return-code
      when other
        move 0 to return-code
    end-evaluate
  end-if
  goback.

*> One master: read it, treat each record on its layout, write the
*> copy under test/ and log what was treated.
copy_one_file.
  move 0 to record_cnt mapped_cnt replaced_cnt scaled_cnt blanked_cnt
  move spaces to in_filename out_filename
  move curr_file to in_filename
  string "test/" function trim(curr_file) delimited by size
    into out_filename
  end-string
  move "N" to file_eof
  perform check_layout
  if layout_ok = "N"
    display "mskcopy: " function trim(curr_file) " REFUSED -- "
        function trim(layout_note) "; not copied."
    move "LAYOUT" to log_field
    move "REFUSED" to log_treatment
    move 0 to log_count
    perform write_log_line
    add 1 to refused_cnt
    exit paragraph
  end-if
  open input infile
  if infilestat not = "00"
    display "mskcopy: " function trim(curr_file)
        " not on file -- not copied."
    move "(FILE)" to log_field
    move "ABSENT" to log_treatment
    move 0 to log_count
    perform write_log_line
    exit paragraph
  end-if
  open output outfile
  if outfilestat not = "00"
    display "mskcopy: ERROR writing " function trim(out_filename)
        " status " outfilestat
    close infile
    move "Y" to copy_failed
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read infile at end move "Y" to file_eof
      not at end
        add 1 to record_cnt
        move infileline to outfileline
        if function trim(infileline) not = spaces
          evaluate curr_file
            when "operator.mst"
              perform mask_operator_record
            when "player.mst"
              perform mask_player_record
            when "standings.mst"
              perform mask_standings_record
            when "25.bal"
              perform scale_balance_record
            when "25.jrn"
              perform scale_journal_record
            when "key.reg"
              perform blank_key_record
          end-evaluate
        end-if
        write outfileline
    end-read
  end-perform
  close infile
  close outfile
  add 1 to files_copied
  move record_cnt to disp-cnt
  display "mskcopy: " function trim(curr_file) " -> "
      function trim(out_filename) " " function trim(disp-cnt)
      " record(s)."

  evaluate curr_file
    when "operator.mst"
      move "OPERATOR" to log_field
      move "MAPPED" to log_treatment
      move mapped_cnt to log_count
      perform write_log_line
      move "NAME" to log_field
      move "REPLACED" to log_treatment
      move replaced_cnt to log_count
      perform write_log_line
    when "player.mst"
      move "PLAYER" to log_field
      move "MAPPED" to log_treatment
      move mapped_cnt to log_count
      perform write_log_line
      move "NAME" to log_field
      move "REPLACED" to log_treatment
      move replaced_cnt to log_count
      perform write_log_line
    when "standings.mst"
      move "PLAYER" to log_field
      move "MAPPED" to log_treatment
      move mapped_cnt to log_count
      perform write_log_line
    when "25.bal"
      move "BALANCE" to log_field
      move "SCALED" to log_treatment
      move scaled_cnt to log_count
      perform write_log_line
    when "25.jrn"
      move "ENTRY AMOUNTS" to log_field
      move "SCALED" to log_treatment
      move scaled_cnt to log_count
      perform write_log_line
    when "key.reg"
      move "KEY" to log_field
      move "BLANKED" to log_treatment
      move blanked_cnt to log_count
      perform write_log_line
  end-evaluate
  .

*> operator.mst: id(10) name(20) level(1).
mask_operator_record.
  move infileline(1:10) to lookup_id
  perform find_operator_mapping
  move masked_id to outfileline(1:10)
  add 1 to mapped_cnt
  move spaces to outfileline(12:20)
  string "OPERATOR " masked_id(5:6) delimited by size
    into outfileline(12:20)
  end-string
  add 1 to replaced_cnt
  .

*> player.mst: id(4) name(20) status(1).
mask_player_record.
  move infileline(1:4) to lookup_id
  perform find_player_mapping
  move masked_id(1:4) to outfileline(1:4)
  add 1 to mapped_cnt
  move spaces to outfileline(6:20)
  string "PLAYER " masked_id(1:4) delimited by size
    into outfileline(6:20)
  end-string
  add 1 to replaced_cnt
  .

*> standings.mst: id(4) then the results, kept as they are.
mask_standings_record.
  move infileline(1:4) to lookup_id
  perform find_player_mapping
  move masked_id(1:4) to outfileline(1:4)
  add 1 to mapped_cnt
  .

find_player_mapping.
  move spaces to masked_id
  perform varying pm_idx from 1 by 1 until pm_idx > pm_cnt
    if pm_orig(pm_idx) = lookup_id(1:4)
      move pm_masked(pm_idx) to masked_id(1:4)
      exit perform
    end-if
  end-perform
  if masked_id = spaces and pm_cnt < 999
    add 1 to pm_cnt
    move pm_cnt to disp-mapno
    move lookup_id(1:4) to pm_orig(pm_cnt)
    string "P" disp-mapno delimited by size into pm_masked(pm_cnt)
    end-string
    move pm_masked(pm_cnt) to masked_id(1:4)
  end-if
  .

find_operator_mapping.
  move spaces to masked_id
  perform varying om_idx from 1 by 1 until om_idx > om_cnt
    if om_orig(om_idx) = lookup_id
      move om_masked(om_idx) to masked_id
      exit perform
    end-if
  end-perform
  if masked_id = spaces and om_cnt < 999
    add 1 to om_cnt
    move om_cnt to disp-operno
    move lookup_id to om_orig(om_cnt)
    string "OPER" disp-operno delimited by size into om_masked(om_cnt)
    end-string
    move om_masked(om_cnt) to masked_id
  end-if
  .

*> 25.bal: "acct(4) space snafu", or a legacy bare SNAFU number.
scale_balance_record.
  move spaces to snafu_work
  if infileline(1:1) alphabetic and infileline(1:1) not = space
    move infileline(6:26) to snafu_work
  else
    move infileline(1:26) to snafu_work
  end-if
  perform scale_snafu
  if number_ok = "N"
    exit paragraph
  end-if
  if infileline(1:1) alphabetic and infileline(1:1) not = space
    move spaces to outfileline(6:)
    move snafu_work to outfileline(6:26)
  else
    move spaces to outfileline
    move snafu_work to outfileline(1:26)
  end-if
  add 1 to scaled_cnt
  .

*> 25.jrn: the stamp is kept; after it every number following SNAFU
*> is a SNAFU amount, and every one following DEC, AMT, BEFORE or
*> AFTER a decimal amount -- on a posting and on the card text a
*> held or rejected entry quotes in brackets alike.
scale_journal_record.
  move infileline(17:124) to jrn_text
  move spaces to outfileline(17:)
  if jrn_text = spaces
    exit paragraph
  end-if
  move function length(function trim(jrn_text, trailing)) to jrn_len
  move 1 to jrn_ptr
  move 17 to out_ptr
  move spaces to prev_tok
  *> One space at a time, so the entry keeps its spacing.
  perform until jrn_ptr > jrn_len
    move spaces to jrn_tok
    unstring jrn_text delimited by " "
      into jrn_tok with pointer jrn_ptr
    end-unstring
    if jrn_tok not = spaces
      perform scale_journal_token
      string function trim(jrn_tok) delimited by size
        into outfileline with pointer out_ptr
      end-string
      move jrn_tok to prev_tok
    end-if
    if jrn_ptr <= jrn_len
      add 1 to out_ptr
    end-if
  end-perform
  .

scale_journal_token.
  move space to tok_kind
  evaluate prev_tok
    when "SNAFU"
      move "S" to tok_kind
    when "DEC"
    when "AMT"
    when "BEFORE"
    when "AFTER"
      move "D" to tok_kind
  end-evaluate
  if tok_kind = space
    exit paragraph
  end-if
  move space to tok_tail
  move function length(function trim(jrn_tok)) to tok_len
  if jrn_tok(tok_len:1) = "]" and tok_len > 1
    move "]" to tok_tail
    move space to jrn_tok(tok_len:1)
  end-if
  if tok_kind = "S"
    move spaces to snafu_work
    move jrn_tok to snafu_work
    perform scale_snafu
    if number_ok = "Y"
      move snafu_work to jrn_tok
    end-if
  else
    if function test-numval(jrn_tok) = 0
      compute amount_dec = function numval(jrn_tok) * scale_factor
      move amount_dec to disp-amt
      move function trim(disp-amt) to jrn_tok
      move "Y" to number_ok
    else
      move "N" to number_ok
    end-if
  end-if
  if number_ok = "Y"
    add 1 to scaled_cnt
  else
    add 1 to unscaled_cnt
  end-if
  if tok_tail = "]"
    move function length(function trim(jrn_tok)) to tok_len
    add 1 to tok_len
    move "]" to jrn_tok(tok_len:1)
  end-if
  .

*> A SNAFU number in snafu_work, scaled in place; number_ok "N" when
*> it does not convert (it is then left alone).
scale_snafu.
  move "N" to number_ok
  move "S2D" to snafu_mode
  call 'lib-snafu' using snafu_mode snafu_work amount_dec
      snafu_result
  if snafu_result not = "OK " or amount_dec < 0
    exit paragraph
  end-if
  compute amount_dec = amount_dec * scale_factor
  move spaces to snafu_work
  move "D2S" to snafu_mode
  call 'lib-snafu' using snafu_mode snafu_work amount_dec
      snafu_result
  if snafu_result = "OK "
    move "Y" to number_ok
  end-if
  .

*> key.reg: suffix(4) key(10) rounds(4) received(8) status(9).
blank_key_record.
  move spaces to outfileline(6:10)
  add 1 to blanked_cnt
  .

*> The registry, once for the run.
load_layout_registry.
  move 0 to rg_cnt
  open input layfile
  if layfilestat not = "00"
    exit paragraph
  end-if
  move "N" to file_eof
  perform until file_eof = "Y"
    read layfile at end move "Y" to file_eof
      not at end
        if layfileline not = spaces and rg_cnt < 999
          add 1 to rg_cnt
          move layfileline to rg_row(rg_cnt)
        end-if
    end-read
  end-perform
  close layfile
  move "N" to file_eof
  .

*> The file's registered layout must still be the one coded here:
*> version 01 only, and each treated field at its coded start and
*> length.
check_layout.
  move "Y" to layout_ok
  move "N" to layout_found
  move spaces to layout_note
  perform varying rg_idx from 1 by 1 until rg_idx > rg_cnt
    if rg_file(rg_idx) = curr_file
      move "Y" to layout_found
      if rg_version(rg_idx) not = "01"
        move "N" to layout_ok
        string "layout version " rg_version(rg_idx)
          " is registered, the copy is coded to 01"
          delimited by size into layout_note
        end-string
        exit perform
      end-if
    end-if
  end-perform
  if layout_found = "N"
    move "N" to layout_ok
    move "no layout registered in layout.reg" to layout_note
  end-if
  if layout_ok = "N"
    exit paragraph
  end-if
  perform varying cl_idx from 1 by 1 until cl_idx > 9
      or layout_ok = "N"
    if cl_file(cl_idx) = curr_file
      perform check_coded_field
    end-if
  end-perform
  .

check_coded_field.
  move "N" to layout_found
  perform varying rg_idx from 1 by 1 until rg_idx > rg_cnt
    if rg_file(rg_idx) = curr_file
        and rg_field(rg_idx) = cl_field(cl_idx)
      move "Y" to layout_found
      exit perform
    end-if
  end-perform
  if layout_found = "N"
    move "N" to layout_ok
    string function trim(cl_field(cl_idx))
      " is not in the registered layout" delimited by size
      into layout_note
    end-string
    exit paragraph
  end-if
  if rg_start(rg_idx) not = cl_start(cl_idx)
      or rg_length(rg_idx) not = cl_length(cl_idx)
    move "N" to layout_ok
    string function trim(cl_field(cl_idx)) " registered at "
      rg_start(rg_idx) "/" rg_length(rg_idx) ", coded at "
      cl_start(cl_idx) "/" cl_length(cl_idx)
      delimited by size into layout_note
    end-string
  end-if
  .

write_log_line.
  move function current-date to curr_date_time
  move curr_date_time(1:8) to log_date
  move curr_date_time(9:6) to log_time
  move user_parm to log_user
  move curr_file to log_file
  move log_count to log_records
  open extend logfile
  if logfilestat = "35" or logfilestat = "05"
    open output logfile
  end-if
  if logfilestat = "00"
    write logfileline from log_line
    close logfile
  else
    display "mskcopy: ERROR appending mask.log status " logfilestat
  end-if
  move spaces to report-line
  move curr_file to report-line(1:20)
  move log_field to report-line(22:16)
  move log_treatment to report-line(39:8)
  move log_count to disp-cnt
  move disp-cnt to report-line(50:8)
  call 'lib-writereport' using function module-id "W" report-line
  move spaces to report-line
  string function trim(curr_file) "," function trim(log_field) ","
    function trim(log_treatment) "," function trim(disp-cnt)
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "R" report-line
  .
