*> so every program can list the parameters a run actually executed
*> with. An unmatched or mispunched keyword falls back to the default
*> and the echo report shows exactly that.
*> A program listed in the keyword dictionary (lib-ctldict,
*> keyword.dic) takes its default from there -- the dictionary's
*> value ("DICT"), the business date or month ("CAL "), or its own
*> ("DFLT") -- and a card value that does not fit the keyword's type
*> or range is rejected for that default; the echo says which. The
*> card line itself is reported when the card is read (lib-readdata).

data division.
  working-storage section.
    77 card_keyword pic x(12).
    77 found_flag pic x.

    *> For lib-ctldict -- the caller's dictionary entry.
    77 dict_mode pic x value "K".
    77 dict_progid pic x(10).
    77 dict_text pic x(256).
    77 dict_default pic x(30).
    77 dict_source pic x(4).
    77 dict_result pic x(4).
    77 dict_message pic x(50).
    77 rejected_flag pic x.
    77 source_text pic x(40).

  linkage section.
    01 ln-all_lines.
      02 line_cnt pic s9(8) comp.
    end-if
  end-perform

  move function module-caller-id to dict_progid
  move ln-value to dict_text
  move ln-default to dict_default
  move ln-source to dict_source
  call 'lib-ctldict' using dict_mode dict_progid ln-keyword dict_text
      dict_default dict_source dict_result dict_message
  move "N" to rejected_flag
  if dict_result = "RANG"
    move "Y" to rejected_flag
  end-if
  if (dict_result = "OK  " and ln-source not = "CARD")
      or rejected_flag = "Y"
    move dict_default to ln-value
    move dict_source to ln-source
  end-if

  evaluate ln-source
    when "CARD"
      move "(CARD)" to source_text
    when "DICT"
      move "(DICTIONARY)" to source_text
    when "CAL "
      move "(CALENDAR)" to source_text
    when other
      move "(DEFAULT)" to source_text
  end-evaluate
  if rejected_flag = "Y"
    move spaces to dict_text
    string source_text(1:function length(function trim(source_text)) - 1)
      ", CARD VALUE REJECTED)" delimited by size into dict_text
    end-string
    move dict_text to source_text
  end-if

  move spaces to ln-echo
  string "PARM " delimited by size
    function trim(ln-keyword) delimited by size
    " = " delimited by size
    function trim(ln-value) delimited by size
    " " delimited by size
    function trim(source_text) delimited by size
    into ln-echo
  end-string
  goback.
