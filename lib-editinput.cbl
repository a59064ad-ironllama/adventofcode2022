program-id. lib-editinput.
author. alexoh@wcoding.
*> Shared input edit pass: a day program calls this right after
*> lib-readfile/lib-readdata, or as lib-readrec hands it each record,
*> once per input record, and this applies
*> the day's record rule, logs every rejected record (line number,
*> reason code, content) to an edit report "<dd>.edt", and writes the
*> raw rejected record to a reject file "<dd>.rej" so the bad records
*>   "N" write ln-line to the edit report as a note (for records a
*>       caller drops as collateral of a reject, e.g. the partner of
*>       a rejected packet-pair line),
*>   "F" write a cross-record finding to the edit report -- a fault
*>       no single record shows (a roster check's duplicate name,
*>       reference cycle ...): ln-reason carries the finding code,
*>       ln-line the finding. Findings are counted apart from the
*>       rejects and never go to the reject file,
*>   "C" write the edit totals trailer and close both files.
*> Under a camp (BATCHCAMP) both files are the camp's own, in the
*> camp directory (lib-campfile), as the camp's reports are.
*> Record rules:
*>   NUMBLANK  -- all blank, or an unsigned number (01-style input)
*>   MOVESHAPE -- "move n from a to b" with numeric n/a/b (05 moves)
*>                character position and what was expected there,
*>                so a flaky distress-signal line is fixable from
*>                the report alone.
*>   MONKEY    -- a day-21 roster line, read positionally by 21a/21b:
*>                "name: n" (n unsigned, at most 3 digits -- a longer
*>                line is taken for an expression) or
*>                "name: left op right", names four letters a-z,
*>                op one of + - * /.

environment division.
  input-output section.
    01 jfileline pic x(9999).

  working-storage section.
    01 edit_filename pic x(40).
    01 rej_filename pic x(40).
    01 efilestat pic xx.
    01 jfilestat pic xx.
    77 edit-open-flag pic x value "N".

    77 checked_cnt pic s9(8) comp value 0.
    77 reject_cnt pic s9(8) comp value 0.
    77 finding_cnt pic s9(8) comp value 0.

    77 trimmed_line pic x(9999).
    77 trimmed_len pic s9(8) comp.

    77 disp-lineno pic z(7)9.

    *> For lib-campfile -- each camp keeps its own edit files.
    77 camp_code pic x(3).

    *> MONKEY work fields.
    77 name_text pic x(4).
    77 name_ok pic x.

  linkage section.
    01 ln-progid pic x(10).
    01 ln-mode pic x.
    ln-result ln-reason.
  evaluate ln-mode
    when "O"
      move spaces to edit_filename rej_filename
      string ln-progid(1:2) delimited by size
        ".edt" delimited by size
        into edit_filename
        ".rej" delimited by size
        into rej_filename
      end-string
      call 'lib-campfile' using edit_filename camp_code
      call 'lib-campfile' using rej_filename camp_code
      open output efile
      open output jfile
      if efilestat not = "00" or jfilestat not = "00"
        move "Y" to edit-open-flag
        move 0 to checked_cnt
        move 0 to reject_cnt
        move 0 to finding_cnt
        move spaces to efileline
        string "INPUT EDIT REPORT -- " delimited by size
          ln-progid(1:3) delimited by size
        when "BRACKETS" perform check_brackets
        when "NONBLANK" perform check_nonblank
        when "PACKET" perform check_packet
        when "MONKEY" perform check_monkey
        when other
          move "REJ" to ln-result
          move "BADRULE" to ln-reason
        write efileline
      end-if

    when "F"
      if edit-open-flag = "Y"
        add 1 to finding_cnt
        move spaces to efileline
        string "FINDING " delimited by size
          ln-reason delimited by size
          " " delimited by size
          function trim(ln-line) delimited by size
          into efileline
        end-string
        write efileline
      end-if

    when "C"
      if edit-open-flag = "Y"
        move checked_cnt to disp-lineno
            delimited by size into efileline
        end-string
        write efileline
        if finding_cnt > 0
          move finding_cnt to disp-lineno
          move spaces to efileline
          string "FINDINGS: " function trim(disp-lineno)
              delimited by size into efileline
          end-string
          write efileline
        end-if
        close efile
        close jfile
        move "N" to edit-open-flag
          display "editinput: " ln-progid(1:3) ": "
              reject_cnt " record(s) rejected, see " edit_filename
        end-if
        if finding_cnt > 0
          display "editinput: " ln-progid(1:3) ": "
              finding_cnt " finding(s), see " edit_filename
        end-if
      end-if
  end-evaluate

  end-if
  .

*> Checked in place, not trimmed: the day programs take the name
*> from columns 1-4 and the operands from fixed columns after it.
check_monkey.
  move ln-line(1:4) to name_text
  perform check_monkey_name
  if name_ok = "N" or ln-line(5:2) not = ": "
    move "REJ" to ln-result
    move "BADSHAPE" to ln-reason
    exit paragraph
  end-if
  move function length(function trim(ln-line)) to trimmed_len
  if ln-line(7:1) >= "0" and ln-line(7:1) <= "9"
    if trimmed_len > 9
      move "REJ" to ln-result
      move "BADSHAPE" to ln-reason
      exit paragraph
    end-if
    move ln-line(7:3) to trimmed_line
    move function length(function trim(trimmed_line)) to trimmed_len
    perform check_token_numeric
    if ln-line(10:) not = spaces
      move "REJ" to ln-result
      move "NOTNUM" to ln-reason
    end-if
    exit paragraph
  end-if
  move ln-line(7:4) to name_text
  perform check_monkey_name
  if name_ok = "Y"
    move ln-line(14:4) to name_text
    perform check_monkey_name
  end-if
  if name_ok = "N" or ln-line(11:1) not = space
      or ln-line(13:1) not = space or ln-line(18:) not = spaces
      or (ln-line(12:1) not = "+" and ln-line(12:1) not = "-"
          and ln-line(12:1) not = "*" and ln-line(12:1) not = "/")
    move "REJ" to ln-result
    move "BADSHAPE" to ln-reason
  end-if
  .

check_monkey_name.
  move "Y" to name_ok
  perform varying char_idx from 1 by 1 until char_idx > 4
    if name_text(char_idx:1) < "a" or name_text(char_idx:1) > "z"
      move "N" to name_ok
    end-if
  end-perform
  .

flag_grammar_reject.
  move "REJ" to ln-result
  move "GRAMMAR" to ln-reason
