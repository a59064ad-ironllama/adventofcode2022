           >>source format free
identification division.
program-id. lib-ctldict.
author. alexoh@wcoding.
*> Control-card keyword dictionary. lib-parsectl and preflight only
*> ever knew that a card line looked like KEYWORD=VALUE, so a
*> misspelt keyword (HORIZON= for 19a's HORIZONS=, ORDERS= for 23a,
*> DEPARTS= for 24a) or an impossible value was silently ignored and
*> the program ran on its default. keyword.dic now lists, for every
*> program that reads a card, the keywords it takes -- one record per
*> keyword, single spaces between:
*>   program x(10), keyword x(12), type x(1), range x(40),
*>   default x(30)
*> Types: X free text; N a whole number; D a date YYYYMMDD; T a time
*> HHMMSS; M a month YYYYMM; L one of the words in the range. The
*> range holds alternatives separated by "/": "lo:hi" bounds a
*> number, anything else is a word the value may be instead (DATE=
*> LAST). A blank range takes any value of the type; a blank value
*> on the card always passes. Default "*PROGRAM" leaves the default
*> to the program (a camp from BATCHCAMP, say); "*TODAY" and
*> "*MONTH" are the business date (lib-procdate) and its month. A
*> "*" in column 1 is a comment record.
*> An absent dictionary seeds itself with the suite's keywords; a
*> program or keyword is added by appending its records. A program
*> with no records is not checked at all.
*>   "L" check one card line. in:  ln-progid, the line in ln-text.
*>       out: ln-keyword. A program's card is shared by every
*>       program whose name starts with the same two characters
*>       (19a and 19b read 19.ctl), so the keyword may be any of
*>       theirs.
*>   "K" one keyword of one program, for lib-parsectl.
*>       in:  ln-progid, ln-keyword, the card value in ln-text when
*>            ln-source is "CARD", the program default in ln-default
*>       out: the default in effect in ln-default and where it came
*>            from in ln-source -- "DICT" the dictionary, "CAL " the
*>            calendar, "DFLT" the program's own.
*> ln-result "OK  "; "UNKN" the keyword is not the program's; "RANG"
*> the value does not fit its type or range; "NONE" the program is
*> not in the dictionary; "SKIP" ("L") a line not KEYWORD=VALUE.
*> ln-message says what was wrong, ready for the caller's message.

environment division.
  input-output section.
    file-control.
      select dicfile assign to "keyword.dic"
        organization is line sequential
        file status is dicfilestat.

data division.
  file section.
    fd dicfile.
    01 dicfileline pic x(97).

  working-storage section.
    01 dicfilestat pic xx.
    77 file_eof pic x.

    *> The dictionary, loaded on the first call of the run unit.
    01 dict_table.
      02 dict_cnt pic s9(4) comp value 0.
      02 dict_row occurs 0 to 999 times depending on dict_cnt
          indexed by dict_idx.
        03 dict_prog pic x(10).
        03 filler pic x.
        03 dict_keyword pic x(12).
        03 filler pic x.
        03 dict_type pic x.
        03 filler pic x.
        03 dict_range pic x(40).
        03 filler pic x.
        03 dict_default pic x(30).
    77 dict_loaded pic x value "N".

    01 seed_entry.
      02 seed_key pic x(66).
      02 filler pic x value space.
      02 seed_default pic x(30).

    77 card_flag pic x(4).
    77 prefix_found pic x.
    77 entry_found pic x.
    77 entry_idx pic s9(4) comp.
    77 card_line pic x(256).
    77 line_len pic s9(4) comp.
    77 eq_pos pic s9(4) comp.
    77 char_idx pic s9(4) comp.
    77 check_keyword pic x(12).
    77 check_value pic x(30).
    77 value_len pic s9(4) comp.
    77 value_ok pic x.
    77 value_numeric pic x.
    77 value_num pic s9(18).
    77 rng_ptr pic s9(4) comp.
    77 rng_alt pic x(40).
    77 rng_lo pic x(20).
    77 rng_hi pic x(20).
    77 rng_bounded pic x.
    77 expect_text pic x(30).
    77 calc_mm pic 99.
    77 calc_ss pic 99.

    *> For lib-procdate -- the business date a calendar default is.
    77 pd_mode pic x.
    77 pd_run pic 9(6) value 0.
    77 pd_date pic x(8).
    77 pd_result pic x(4).

    *> Program name out of the caller's module-id, as lib-joblog
    *> takes it: a day program's name ends at its letter.
    77 prog_name pic x(10).
    77 name_len pic s9(4) comp.
    77 name_done pic x.
    77 name_char pic x.
    77 name_char_seen pic x.
    77 name_day_prog pic x.

  linkage section.
    01 ln-mode pic x.
    01 ln-progid pic x(10).
    01 ln-keyword pic x(12).
    01 ln-text pic x(256).
    01 ln-default pic x(30).
    01 ln-source pic x(4).
    01 ln-result pic x(4).
    01 ln-message pic x(50).

procedure division using ln-mode ln-progid ln-keyword ln-text
    ln-default ln-source ln-result ln-message.
  if dict_loaded = "N"
    perform load_dictionary
  end-if
  perform extract_program_name
  move "OK  " to ln-result
  move spaces to ln-message
  evaluate ln-mode
    when "L"
      perform check_card_line
    when "K"
      perform check_program_keyword
    when other
      move "NONE" to ln-result
  end-evaluate
  goback.

*> One card line, against every program sharing the card.
check_card_line.
  move spaces to ln-keyword
  move function trim(ln-text) to card_line
  move function length(function trim(card_line)) to line_len
  move 0 to eq_pos
  perform varying char_idx from 1 by 1
      until char_idx > line_len or eq_pos > 0
    if card_line(char_idx:1) = "="
      move char_idx to eq_pos
    end-if
  end-perform
  if eq_pos < 2 or eq_pos > 13
    move "SKIP" to ln-result
    exit paragraph
  end-if
  move card_line(1:eq_pos - 1) to check_keyword
  move check_keyword to ln-keyword
  move spaces to check_value
  if eq_pos < line_len
    move card_line(eq_pos + 1:line_len - eq_pos) to check_value
  end-if

  move "N" to prefix_found
  move "N" to entry_found
  perform varying dict_idx from 1 by 1 until dict_idx > dict_cnt
    if dict_prog(dict_idx)(1:2) = prog_name(1:2)
      move "Y" to prefix_found
      if dict_keyword(dict_idx) = check_keyword
          and (entry_found = "N" or dict_prog(dict_idx) = prog_name)
        move "Y" to entry_found
        set entry_idx to dict_idx
      end-if
    end-if
  end-perform
  if prefix_found = "N"
    move "NONE" to ln-result
    exit paragraph
  end-if
  if entry_found = "N"
    move "UNKN" to ln-result
    string "UNKNOWN KEYWORD " function trim(check_keyword)
      delimited by size into ln-message
    end-string
    exit paragraph
  end-if
  perform check_entry_value
  .

*> One keyword the program asks lib-parsectl for.
check_program_keyword.
  move ln-source to card_flag
  move "N" to prefix_found
  move "N" to entry_found
  perform varying dict_idx from 1 by 1
      until dict_idx > dict_cnt or entry_found = "Y"
    if dict_prog(dict_idx) = prog_name
      move "Y" to prefix_found
      if dict_keyword(dict_idx) = ln-keyword
        move "Y" to entry_found
        set entry_idx to dict_idx
      end-if
    end-if
  end-perform
  if prefix_found = "N"
    move "NONE" to ln-result
    exit paragraph
  end-if
  if entry_found = "N"
    move "UNKN" to ln-result
    exit paragraph
  end-if

  evaluate dict_default(entry_idx)
    when "*PROGRAM"
      move "DFLT" to ln-source
    when "*TODAY"
      perform get_business_date
      move pd_date to ln-default
      move "CAL " to ln-source
    when "*MONTH"
      perform get_business_date
      move pd_date(1:6) to ln-default
      move "CAL " to ln-source
    when other
      move dict_default(entry_idx) to ln-default
      move "DICT" to ln-source
  end-evaluate

  if card_flag = "CARD"
    move ln-keyword to check_keyword
    move ln-text(1:30) to check_value
    perform check_entry_value
  end-if
  .

get_business_date.
  move "G" to pd_mode
  move spaces to pd_date
  call 'lib-procdate' using pd_mode pd_run pd_date pd_result
  .

*> check_value against the type and range of dict_row(entry_idx).
check_entry_value.
  move function trim(check_value) to check_value
  if check_value = spaces
    exit paragraph
  end-if
  move function length(function trim(check_value)) to value_len
  move "N" to value_ok

  *> A word of the range is good for any type.
  move "N" to rng_bounded
  move 1 to rng_ptr
  perform until rng_ptr > 40 or value_ok = "Y"
    move spaces to rng_alt
    unstring dict_range(entry_idx) delimited by "/"
      into rng_alt with pointer rng_ptr
    end-unstring
    if rng_alt not = spaces
      if function trim(rng_alt) = check_value
        move "Y" to value_ok
      end-if
    end-if
  end-perform
  if value_ok = "Y"
    exit paragraph
  end-if

  move "Y" to value_numeric
  perform varying char_idx from 1 by 1 until char_idx > value_len
    if check_value(char_idx:1) < "0" or check_value(char_idx:1) > "9"
      if char_idx > 1 or check_value(1:1) not = "-" or value_len = 1
        move "N" to value_numeric
      end-if
    end-if
  end-perform
  if value_len > 18
    move "N" to value_numeric
  end-if

  move spaces to expect_text
  evaluate dict_type(entry_idx)
    when "X"
      move "Y" to value_ok
    when "L"
      continue
    when "N"
      move "NUMBER" to expect_text
      if value_numeric = "Y"
        perform check_number_range
      end-if
    when "D"
      move "DATE YYYYMMDD" to expect_text
      if value_numeric = "Y" and value_len = 8
        if function test-date-yyyymmdd(function numval(check_value)) = 0
          move "Y" to value_ok
        end-if
      end-if
    when "T"
      move "TIME HHMMSS" to expect_text
      if value_numeric = "Y" and value_len = 6
        move check_value(3:2) to calc_mm
        move check_value(5:2) to calc_ss
        if check_value(1:2) <= "23" and calc_mm <= 59 and calc_ss <= 59
          move "Y" to value_ok
        end-if
      end-if
    when "M"
      move "MONTH YYYYMM" to expect_text
      if value_numeric = "Y" and value_len = 6
        move check_value(5:2) to calc_mm
        if calc_mm >= 1 and calc_mm <= 12
          move "Y" to value_ok
        end-if
      end-if
    when other
      move "Y" to value_ok
  end-evaluate
  if value_ok = "Y"
    exit paragraph
  end-if

  move "RANG" to ln-result
  move spaces to card_line
  move 1 to char_idx
  string function trim(check_keyword) "=" function trim(check_value)
    " -- EXPECTED" delimited by size into card_line with pointer char_idx
  end-string
  if expect_text not = spaces
    string " " function trim(expect_text) delimited by size
      into card_line with pointer char_idx
    end-string
  end-if
  if dict_range(entry_idx) not = spaces
    if dict_type(entry_idx) = "D" or dict_type(entry_idx) = "T"
        or dict_type(entry_idx) = "M"
      string " OR" delimited by size
        into card_line with pointer char_idx
      end-string
    end-if
    string " " function trim(dict_range(entry_idx)) delimited by size
      into card_line with pointer char_idx
    end-string
  end-if
  move card_line to ln-message
  .

*> A number fits when the range has no "lo:hi" bounds at all, or
*> lies within one of them.
check_number_range.
  move function numval(check_value) to value_num
  move 1 to rng_ptr
  perform until rng_ptr > 40 or value_ok = "Y"
    move spaces to rng_alt
    unstring dict_range(entry_idx) delimited by "/"
      into rng_alt with pointer rng_ptr
    end-unstring
    move spaces to rng_lo rng_hi
    unstring rng_alt delimited by ":" into rng_lo rng_hi
    end-unstring
    if rng_hi not = spaces
      move "Y" to rng_bounded
      if value_num >= function numval(rng_lo)
          and value_num <= function numval(rng_hi)
        move "Y" to value_ok
      end-if
    end-if
  end-perform
  if rng_bounded = "N"
    move "Y" to value_ok
  end-if
  .

extract_program_name.
  move spaces to prog_name
  move 0 to name_len
  move "N" to name_done
  move "N" to name_char_seen
  move "N" to name_day_prog
  if ln-progid(1:1) >= "0" and ln-progid(1:1) <= "9"
    move "Y" to name_day_prog
  end-if
  perform until name_done = "Y" or name_len >= 10
    move ln-progid(name_len + 1:1) to name_char
    evaluate true
      when name_char >= "a" and name_char <= "z"
        move "Y" to name_char_seen
        add 1 to name_len
        move name_char to prog_name(name_len:1)
        if name_day_prog = "Y"
          move "Y" to name_done
        end-if
      when name_char = "-"
        add 1 to name_len
        move name_char to prog_name(name_len:1)
      when name_char >= "0" and name_char <= "9"
        if name_char_seen = "Y"
          move "Y" to name_done
        else
          add 1 to name_len
          move name_char to prog_name(name_len:1)
        end-if
      when other
        move "Y" to name_done
    end-evaluate
  end-perform
  .

load_dictionary.
  move "Y" to dict_loaded
  move "N" to file_eof
  open input dicfile
  if dicfilestat not = "00"
    perform seed_dictionary
    open input dicfile
    if dicfilestat not = "00"
      exit paragraph
    end-if
  end-if
  perform until file_eof = "Y"
    read dicfile at end move "Y" to file_eof
      not at end
        if dicfileline(1:1) not = "*" and dicfileline(1:10) not = spaces
            and dicfileline(12:12) not = spaces and dict_cnt < 999
          add 1 to dict_cnt
          move dicfileline to dict_row(dict_cnt)
        end-if
    end-read
  end-perform
  close dicfile
  .

*> The suite's keywords, with the defaults the programs have always
*> run on.
seed_dictionary.
  open output dicfile
  if dicfilestat not = "00"
    display "lib-ctldict: ERROR seeding keyword.dic status " dicfilestat
    exit paragraph
  end-if
  move "03b        GROUPSIZE    N 2:99"
      to seed_key  move "3" to seed_default  perform add_seed_entry
  move "04b        MODE         L PAIRS/COVERAGE"
      to seed_key  move "PAIRS" to seed_default  perform add_seed_entry
  move "05b        MODE         L REPLAY/PLAN"
      to seed_key  move "REPLAY" to seed_default  perform add_seed_entry
  move "05b        WORKORDERS   L YES/NO/Y/N"
      to seed_key  move "NO" to seed_default  perform add_seed_entry
  move "06a        CHANNELS     L YES/NO/Y/N"
      to seed_key  move "NO" to seed_default  perform add_seed_entry
  move "07b        TOPN         N 1:999"
      to seed_key  move "5" to seed_default  perform add_seed_entry
  move "07b        MODE         L 1/2/COMPARE"
      to seed_key  move "2" to seed_default  perform add_seed_entry
  move "07b        PREV         X"
      to seed_key  move ".da1" to seed_default  perform add_seed_entry
  move "07b        WARNPCT      N 0:999"
      to seed_key  move "90" to seed_default  perform add_seed_entry
  move "08b        MODE         L SCENIC/SITE/FELL"
      to seed_key  move "SCENIC" to seed_default  perform add_seed_entry
  move "08b        WSCENIC      N 0:999999"
      to seed_key  move "1" to seed_default  perform add_seed_entry
  move "08b        WCONCEAL     N 0:999999"
      to seed_key  move "100" to seed_default  perform add_seed_entry
  move "08b        WHEIGHT      N 0:999999"
      to seed_key  move "0" to seed_default  perform add_seed_entry
  move "08b        WEDGE        N 0:999999"
      to seed_key  move "0" to seed_default  perform add_seed_entry
  move "08b        TOPN         N 1:9999"
      to seed_key  move "10" to seed_default  perform add_seed_entry
  move "08b        FELLFILE     X"
      to seed_key  move "08.fel" to seed_default  perform add_seed_entry
  move "08b        CANDFILE     X"
      to seed_key  move "08.cnd" to seed_default  perform add_seed_entry
  move "08b        TOPSITES     N 1:20"
      to seed_key  move "5" to seed_default  perform add_seed_entry
  move "10b        MODE         L RENDER/PROFILE"
      to seed_key  move "RENDER" to seed_default  perform add_seed_entry
  move "11b        SCENARIO     X"
      to seed_key  move "*PROGRAM" to seed_default  perform add_seed_entry
  move "12a        VERIFY       L YES/NO/Y/N"
      to seed_key  move "N" to seed_default  perform add_seed_entry
  move "12a        ROBUST       L YES/NO/Y/N"
      to seed_key  move "N" to seed_default  perform add_seed_entry
  move "13a        FEED         L INPUT/DEDUP"
      to seed_key  move "INPUT" to seed_default  perform add_seed_entry
  move "13b        FEED         L INPUT/DEDUP"
      to seed_key  move "INPUT" to seed_default  perform add_seed_entry
  move "14b        CHECKPOINT   L YES/NO/Y/N"
      to seed_key  move "N" to seed_default  perform add_seed_entry
  move "14b        INTERVAL     N 1:99999999"
      to seed_key  move "500" to seed_default  perform add_seed_entry
  move "15b        BAND         X"
      to seed_key  move "*PROGRAM" to seed_default  perform add_seed_entry
  move "16a        CLOSED       X"
      to seed_key  move "*PROGRAM" to seed_default  perform add_seed_entry
  move "16a        OUTAGE       X"
      to seed_key  move "*PROGRAM" to seed_default  perform add_seed_entry
  move "16b        ACTORS       N 1:9"
      to seed_key  move "2" to seed_default  perform add_seed_entry
  move "18b        SLICE        L X/Y/Z"
      to seed_key  perform add_seed_entry
  move "19a        HORIZONS     X"
      to seed_key  move "*PROGRAM" to seed_default  perform add_seed_entry
  move "21b        EQUALITY     X"
      to seed_key  move "*PROGRAM" to seed_default  perform add_seed_entry
  move "21b        UNKNOWN      X"
      to seed_key  move "*PROGRAM" to seed_default  perform add_seed_entry
  move "23a        CLUSTERS     L YES/NO/Y/N"
      to seed_key  move "*PROGRAM" to seed_default  perform add_seed_entry
  move "23a        ORDER        X"
      to seed_key  move "*PROGRAM" to seed_default  perform add_seed_entry
  move "23b        ORDER        X"
      to seed_key  move "*PROGRAM" to seed_default  perform add_seed_entry
  move "24a        DEPART       X"
      to seed_key  move "*PROGRAM" to seed_default  perform add_seed_entry
  move "24a        RANGE        X"
      to seed_key  move "*PROGRAM" to seed_default  perform add_seed_entry
  move "ackalert   ACTION       L LIST/ACK/ESCALATE"
      to seed_key  move "LIST" to seed_default  perform add_seed_entry
  move "ackalert   DAY          X"
      to seed_key  perform add_seed_entry
  move "ackalert   DATE         D"
      to seed_key  perform add_seed_entry
  move "ackalert   TIME         T"
      to seed_key  perform add_seed_entry
  move "ackalert   USER         X"
      to seed_key  move "OPERATOR" to seed_default  perform add_seed_entry
  move "ackalert   NOTE         X"
      to seed_key  perform add_seed_entry
  move "ackalert   AGE          N 0:9999"
      to seed_key  move "2" to seed_default  perform add_seed_entry
  move "adhocq     ACTION       L FILE/LIST/CANCEL/RUN"
      to seed_key  move "LIST" to seed_default  perform add_seed_entry
  move "adhocq     DAY          X"
      to seed_key  perform add_seed_entry
  move "adhocq     KEY1         X"
      to seed_key  perform add_seed_entry
  move "adhocq     KEY2         X"
      to seed_key  perform add_seed_entry
  move "adhocq     KEY3         X"
      to seed_key  perform add_seed_entry
  move "adhocq     REASON       X"
      to seed_key  perform add_seed_entry
  move "adhocq     USER         X"
      to seed_key  move "OPERATOR" to seed_default  perform add_seed_entry
  move "adhocq     STATUS       X"
      to seed_key  move "ALL" to seed_default  perform add_seed_entry
  move "adhocq     CAMP         X"
      to seed_key  move "*PROGRAM" to seed_default  perform add_seed_entry
  move "adhocq     REQUEST      N 0:999999"
      to seed_key  move "0" to seed_default  perform add_seed_entry
  move "alertsum   DATE         D LAST"
      to seed_key  move "LAST" to seed_default  perform add_seed_entry
  move "alertsum   CAMP         X"
      to seed_key  move "*PROGRAM" to seed_default  perform add_seed_entry
  move "answext    OVERRIDE     X"
      to seed_key  move "NO" to seed_default  perform add_seed_entry
  move "answext    RESEND       N 0:999999"
      to seed_key  perform add_seed_entry
  move "answext    HELD         L OMIT/MARK"
      to seed_key  move "OMIT" to seed_default  perform add_seed_entry
  move "answext    CONSUMER     X"
      to seed_key  perform add_seed_entry
  move "approvq    ACTION       L LIST/APPROVE/REJECT"
      to seed_key  move "LIST" to seed_default  perform add_seed_entry
  move "approvq    STATUS       X"
      to seed_key  move "PENDING" to seed_default  perform add_seed_entry
  move "approvq    REQ          N 0:999999"
      to seed_key  move "0" to seed_default  perform add_seed_entry
  move "approvq    USER         X"
      to seed_key  move "OPERATOR" to seed_default  perform add_seed_entry
  move "approvq    NOTE         X"
      to seed_key  perform add_seed_entry
  move "audrev     FROM         D 00000000"
      to seed_key  move "00000000" to seed_default  perform add_seed_entry
  move "audrev     TO           D"
      to seed_key  move "*TODAY" to seed_default  perform add_seed_entry
  move "audrev     WINDOW       X"
      to seed_key  move "200000-060000" to seed_default  perform add_seed_entry
  move "audrev     DORMANT      N 0:99999"
      to seed_key  move "90" to seed_default  perform add_seed_entry
  move "basemgr    ACTION       L LIST/ACCEPT/ROLLBACK"
      to seed_key  move "LIST" to seed_default  perform add_seed_entry
  move "basemgr    DAY          X"
      to seed_key  perform add_seed_entry
  move "basemgr    USER         X"
      to seed_key  move "OPERATOR" to seed_default  perform add_seed_entry
  move "basemgr    VALUE        X"
      to seed_key  perform add_seed_entry
  move "basemgr    CAMP         X"
      to seed_key  perform add_seed_entry
  move "basemgr    REQ          N 0:999999"
      to seed_key  move "0" to seed_default  perform add_seed_entry
  move "beatrate   PCT          N 0:999"
      to seed_key  move "25" to seed_default  perform add_seed_entry
  move "bkpstate   ACTION       L BACKUP/LIST"
      to seed_key  move "BACKUP" to seed_default  perform add_seed_entry
  move "bkpstate   SET          N 0:999999"
      to seed_key  move "0" to seed_default  perform add_seed_entry
  move "bkpstate   USER         X"
      to seed_key  move "OPERATOR" to seed_default  perform add_seed_entry
  move "bpmaint    ACTION       L LIST/ADD/STATUS/DATES"
      to seed_key  move "LIST" to seed_default  perform add_seed_entry
  move "bpmaint    ID           X"
      to seed_key  perform add_seed_entry
  move "bpmaint    FROM         D 00000101"
      to seed_key  move "00000101" to seed_default  perform add_seed_entry
  move "bpmaint    TO           D"
      to seed_key  move "99991231" to seed_default  perform add_seed_entry
  move "bpmaint    STATUS       L APPROVED/PENDING/RETIRED"
      to seed_key  move "PENDING" to seed_default  perform add_seed_entry
  move "bpmaint    USER         X"
      to seed_key  move "OPERATOR" to seed_default  perform add_seed_entry
  move "budmaint   ACTION       L LIST/ADD/CHANGE/DROP"
      to seed_key  move "LIST" to seed_default  perform add_seed_entry
  move "budmaint   ACCT         X"
      to seed_key  perform add_seed_entry
  move "budmaint   PERIOD       M"
      to seed_key  perform add_seed_entry
  move "budmaint   CREDITS      X"
      to seed_key  perform add_seed_entry
  move "budmaint   DEBITS       X"
      to seed_key  perform add_seed_entry
  move "budmaint   USER         X"
      to seed_key  move "OPERATOR" to seed_default  perform add_seed_entry
  move "cachemgr   ACTION       L LIST/PURGE"
      to seed_key  move "LIST" to seed_default  perform add_seed_entry
  move "chgback    MONTH        M"
      to seed_key  move "*MONTH" to seed_default  perform add_seed_entry
  move "chgback    ARCHIVE      X"
      to seed_key  perform add_seed_entry
  move "ckptmgr    ACTION       L LIST/VALIDATE/PURGE/EXPORT/IMPORT"
      to seed_key  move "LIST" to seed_default  perform add_seed_entry
  move "ckptmgr    TARGET       X"
      to seed_key  move "ALL" to seed_default  perform add_seed_entry
  move "ckptmgr    USER         X"
      to seed_key  move "OPERATOR" to seed_default  perform add_seed_entry
  move "ckptmgr    REQ          N 0:999999"
      to seed_key  move "0" to seed_default  perform add_seed_entry
  move "closeseas  ACTION       L CLOSE/H2H"
      to seed_key  perform add_seed_entry
  move "closeseas  SEASON       X"
      to seed_key  perform add_seed_entry
  move "closeseas  CARRY        N 0:99"
      to seed_key  move "0" to seed_default  perform add_seed_entry
  move "closeseas  PLAYER1      X"
      to seed_key  perform add_seed_entry
  move "closeseas  PLAYER2      X"
      to seed_key  perform add_seed_entry
  move "cmprpt     REPORT       X"
      to seed_key  perform add_seed_entry
  move "cmprpt     NEW          N 0:999999"
      to seed_key  perform add_seed_entry
  move "cmprpt     OLD          N 0:999999"
      to seed_key  perform add_seed_entry
  move "cvtans     FILE         X"
      to seed_key  move "answers.int" to seed_default  perform add_seed_entry
  move "cycquery   HEIGHT       N"
      to seed_key  perform add_seed_entry
  move "cycquery   ROCKS        N"
      to seed_key  perform add_seed_entry
  move "digest     DATE         D LAST"
      to seed_key  move "LAST" to seed_default  perform add_seed_entry
  move "digest     CAMP         X"
      to seed_key  move "*PROGRAM" to seed_default  perform add_seed_entry
  move "driver     ENV          L PROD/TEST"
      to seed_key  move "*PROGRAM" to seed_default  perform add_seed_entry
  move "driver     RERUN        L NO/FULL"
      to seed_key  move "NO" to seed_default  perform add_seed_entry
  move "driver     STREAM       N 0:99"
      to seed_key  move "0" to seed_default  perform add_seed_entry
  move "driver     SPLITID      N 0:999999"
      to seed_key  move "0" to seed_default  perform add_seed_entry
  move "driver     FORECAST     D"
      to seed_key  perform add_seed_entry
  move "driver     LOCK         L TAKE/FORCE"
      to seed_key  move "TAKE" to seed_default  perform add_seed_entry
  move "driver     DEADLINE     T"
      to seed_key  perform add_seed_entry
  move "driver     PREFLIGHT    L IGNORE/ENFORCE"
      to seed_key  move "IGNORE" to seed_default  perform add_seed_entry
  move "driver     CAMP         X"
      to seed_key  move "ALL" to seed_default  perform add_seed_entry
  move "driver     START        T"
      to seed_key  perform add_seed_entry
  move "driver     DATECUT      N 0:2359"
      to seed_key  move "1200" to seed_default  perform add_seed_entry
  move "driver     PROCDATE     D"
      to seed_key  perform add_seed_entry
  move "extack     EXTRACT      N 0:999999"
      to seed_key  perform add_seed_entry
  move "extack     USER         X"
      to seed_key  move "OPERATOR" to seed_default  perform add_seed_entry
  move "extack     CAMP         X"
      to seed_key  move "*PROGRAM" to seed_default  perform add_seed_entry
  move "extack     CONSUMER     X"
      to seed_key  perform add_seed_entry
  move "fixrej     DAY          X"
      to seed_key  perform add_seed_entry
  move "fixrej     RULE         X"
      to seed_key  perform add_seed_entry
  move "fixrej     USER         X"
      to seed_key  move "OPERATOR" to seed_default  perform add_seed_entry
  move "fuelpost   USER         X"
      to seed_key  move "OPERATOR" to seed_default  perform add_seed_entry
  move "gendata    DAY          X"
      to seed_key  perform add_seed_entry
  move "gendata    SIZE         N 1:99999"
      to seed_key  move "10" to seed_default  perform add_seed_entry
  move "gendata    SEED         N"
      to seed_key  move "12345" to seed_default  perform add_seed_entry
  move "glyphreg   ACTION       L LIST/SHOW/ADD"
      to seed_key  move "SHOW" to seed_default  perform add_seed_entry
  move "glyphreg   INDEX        N 0:99"
      to seed_key  perform add_seed_entry
  move "glyphreg   CHAR         X"
      to seed_key  perform add_seed_entry
  move "glyphreg   USER         X"
      to seed_key  move "OPERATOR" to seed_default  perform add_seed_entry
  move "hbmon      STALL        N 1:99999"
      to seed_key  move "600" to seed_default  perform add_seed_entry
  move "headroom   RUNS         N 1:10"
      to seed_key  move "5" to seed_default  perform add_seed_entry
  move "headroom   WARN         N 0:999"
      to seed_key  move "80" to seed_default  perform add_seed_entry
  move "histclose  CUTRUN       N 0:999999"
      to seed_key  perform add_seed_entry
  move "holdmgr    ACTION       L LIST/RELEASE/REJECT/COMPACT"
      to seed_key  move "LIST" to seed_default  perform add_seed_entry
  move "holdmgr    DAY          X"
      to seed_key  perform add_seed_entry
  move "holdmgr    DATE         D"
      to seed_key  perform add_seed_entry
  move "holdmgr    USER         X"
      to seed_key  move "OPERATOR" to seed_default  perform add_seed_entry
  move "holdmgr    CAMP         X"
      to seed_key  move "*PROGRAM" to seed_default  perform add_seed_entry
  move "incident   ACTION       L LIST/OPEN/LINK/CLOSE"
      to seed_key  move "LIST" to seed_default  perform add_seed_entry
  move "incident   INCIDENT     N 0:999999"
      to seed_key  move "0" to seed_default  perform add_seed_entry
  move "incident   DAY          X"
      to seed_key  perform add_seed_entry
  move "incident   DATE         D"
      to seed_key  perform add_seed_entry
  move "incident   TIME         T"
      to seed_key  perform add_seed_entry
  move "incident   DUMP         X"
      to seed_key  perform add_seed_entry
  move "incident   DUMPDATE     D"
      to seed_key  perform add_seed_entry
  move "incident   DUMPTIME     T"
      to seed_key  perform add_seed_entry
  move "incident   RUN          N 0:999999"
      to seed_key  perform add_seed_entry
  move "incident   TITLE        X"
      to seed_key  perform add_seed_entry
  move "incident   CAUSE        X"
      to seed_key  perform add_seed_entry
  move "incident   NOTE         X"
      to seed_key  perform add_seed_entry
  move "incident   USER         X"
      to seed_key  move "OPERATOR" to seed_default  perform add_seed_entry
  move "joblogq    RUN          N 0:999999"
      to seed_key  perform add_seed_entry
  move "joblogq    SEV          L I/W/E"
      to seed_key  move "I" to seed_default  perform add_seed_entry
  move "joblogq    PROGRAM      X"
      to seed_key  perform add_seed_entry
  move "keyload    ACTION       L LOAD/UNLOAD"
      to seed_key  move "LOAD" to seed_default  perform add_seed_entry
  move "keyload    FILE         L BOTH/HISTORY/ANSWERS"
      to seed_key  move "BOTH" to seed_default  perform add_seed_entry
  move "keyload    HISTOUT      X"
      to seed_key  move "run.unl" to seed_default  perform add_seed_entry
  move "keyload    ANSOUT       X"
      to seed_key  move "answers.unl" to seed_default  perform add_seed_entry
  move "kitload    RUN          N 0:999999"
      to seed_key  perform add_seed_entry
  move "kitload    DIR          X"
      to seed_key  perform add_seed_entry
  move "kitload    CAMP         X"
      to seed_key  perform add_seed_entry
  move "kitload    REPLACE      L YES/NO"
      to seed_key  move "NO" to seed_default  perform add_seed_entry
  move "layview    ACTION       L BROWSE/LIST/SEED"
      to seed_key  move "BROWSE" to seed_default  perform add_seed_entry
  move "layview    FILE         X"
      to seed_key  perform add_seed_entry
  move "layview    FIELD        X"
      to seed_key  perform add_seed_entry
  move "layview    VALUE        X"
      to seed_key  perform add_seed_entry
  move "layview    ERRORS       L ALL/ONLY"
      to seed_key  move "ALL" to seed_default  perform add_seed_entry
  move "layview    LIMIT        N 1:99999999"
      to seed_key  move "500" to seed_default  perform add_seed_entry
  move "leafsens   TOP          N 1:20"
      to seed_key  move "10" to seed_default  perform add_seed_entry
  move "lineage    DAY          X"
      to seed_key  perform add_seed_entry
  move "lineage    RUNA         N 0:999999"
      to seed_key  move "0" to seed_default  perform add_seed_entry
  move "lineage    CAMP         X"
      to seed_key  perform add_seed_entry
  move "lineage    RUNB         N 0:999999"
      to seed_key  move "0" to seed_default  perform add_seed_entry
  move "manmaint   ACTION       L LIST/SET/CLEAR/ROLLBACK/SWEEP"
      to seed_key  move "LIST" to seed_default  perform add_seed_entry
  move "manmaint   DAY          X"
      to seed_key  perform add_seed_entry
  move "manmaint   SUFFIX       X"
      to seed_key  perform add_seed_entry
  move "manmaint   EXPIRE       D"
      to seed_key  perform add_seed_entry
  move "manmaint   ENTRY        N 0:999999"
      to seed_key  perform add_seed_entry
  move "manmaint   USER         X"
      to seed_key  move "OPERATOR" to seed_default  perform add_seed_entry
  move "mrgjob     INFILE1      X"
      to seed_key  perform add_seed_entry
  move "mrgjob     INFILE2      X"
      to seed_key  perform add_seed_entry
  move "mrgjob     INFILE3      X"
      to seed_key  perform add_seed_entry
  move "mrgjob     INFILE4      X"
      to seed_key  perform add_seed_entry
  move "mrgjob     INFILE5      X"
      to seed_key  perform add_seed_entry
  move "mrgjob     INFILE6      X"
      to seed_key  perform add_seed_entry
  move "mrgjob     INFILE7      X"
      to seed_key  perform add_seed_entry
  move "mrgjob     INFILE8      X"
      to seed_key  perform add_seed_entry
  move "mrgjob     INFILE9      X"
      to seed_key  perform add_seed_entry
  move "mrgjob     KEY1         X"
      to seed_key  perform add_seed_entry
  move "mrgjob     KEY2         X"
      to seed_key  perform add_seed_entry
  move "mrgjob     KEY3         X"
      to seed_key  perform add_seed_entry
  move "mrgjob     KEY4         X"
      to seed_key  perform add_seed_entry
  move "mrgjob     KEY5         X"
      to seed_key  perform add_seed_entry
  move "mrgjob     OUTFILE      X"
      to seed_key  perform add_seed_entry
  move "mrgjob     BREAK        L STOP/SKIP"
      to seed_key  move "STOP" to seed_default  perform add_seed_entry
  move "mskcopy    USER         X"
      to seed_key  move "OPERATOR" to seed_default  perform add_seed_entry
  move "mskcopy    SCALE        N 2:99"
      to seed_key  move "3" to seed_default  perform add_seed_entry
  move "netcheck   FACE         N 1:999"
      to seed_key  perform add_seed_entry
  move "opstat     CAMP         X"
      to seed_key  move "*PROGRAM" to seed_default  perform add_seed_entry
  move "oracle     DAY          X"
      to seed_key  perform add_seed_entry
  move "oracle     KEY          N"
      to seed_key  move "1" to seed_default  perform add_seed_entry
  move "oracle     ROUNDS       N 0:9999"
      to seed_key  move "1" to seed_default  perform add_seed_entry
  move "pairgen    PAIRBY       L SCORE/RATING"
      to seed_key  move "SCORE" to seed_default  perform add_seed_entry
  move "perclose   CLOSE        D"
      to seed_key  perform add_seed_entry
  move "perclose   PERIOD       M"
      to seed_key  perform add_seed_entry
  move "pktdedup   FEED         X"
      to seed_key  move "*PROGRAM" to seed_default  perform add_seed_entry
  move "quotamnt   ACTION       L LIST/ADD/QUOTA/OWNER/DROP"
      to seed_key  move "LIST" to seed_default  perform add_seed_entry
  move "quotamnt   PATH         X"
      to seed_key  perform add_seed_entry
  move "quotamnt   QUOTA        X"
      to seed_key  perform add_seed_entry
  move "quotamnt   OWNER        X"
      to seed_key  perform add_seed_entry
  move "quotamnt   USER         X"
      to seed_key  move "OPERATOR" to seed_default  perform add_seed_entry
  move "ratepred   DATE         D LAST"
      to seed_key  move "LAST" to seed_default  perform add_seed_entry
  move "rcmaint    ACTION       L LIST/ADD/DESC/STATUS"
      to seed_key  move "LIST" to seed_default  perform add_seed_entry
  move "rcmaint    CODE         X"
      to seed_key  perform add_seed_entry
  move "rcmaint    DESC         X"
      to seed_key  perform add_seed_entry
  move "rcmaint    STATUS       L ACTIVE/RETIRED"
      to seed_key  move "ACTIVE" to seed_default  perform add_seed_entry
  move "rcmaint    USER         X"
      to seed_key  move "OPERATOR" to seed_default  perform add_seed_entry
  move "recon      RUN          N 0:999999"
      to seed_key  perform add_seed_entry
  move "rostermnt  ACTION       L LIST/ADD/RETIRE/RENAME/MERGE"
      to seed_key  move "LIST" to seed_default  perform add_seed_entry
  move "rostermnt  ID           X"
      to seed_key  perform add_seed_entry
  move "rostermnt  ID2          X"
      to seed_key  perform add_seed_entry
  move "rostermnt  NAME         X"
      to seed_key  perform add_seed_entry
  move "rostermnt  USER         X"
      to seed_key  move "CLERK" to seed_default  perform add_seed_entry
  move "rptsweep   RETAIN       N 1:999"
      to seed_key  move "3" to seed_default  perform add_seed_entry
  move "rptsweep   TRAILRUNS    N 1:999"
      to seed_key  move "10" to seed_default  perform add_seed_entry
  move "rststate   SET          N 0:999999"
      to seed_key  move "0" to seed_default  perform add_seed_entry
  move "rststate   FILE         X"
      to seed_key  perform add_seed_entry
  move "rststate   USER         X"
      to seed_key  move "OPERATOR" to seed_default  perform add_seed_entry
  move "rtdrift    TRAIL        X"
      to seed_key  perform add_seed_entry
  move "rtdrift    OLD          N 0:999999"
      to seed_key  perform add_seed_entry
  move "rtdrift    NEW          N 0:999999"
      to seed_key  perform add_seed_entry
  move "runhist    CAMP         X"
      to seed_key  move "*PROGRAM" to seed_default  perform add_seed_entry
  move "shelter    FROM         N"
      to seed_key  move "0" to seed_default  perform add_seed_entry
  move "shelter    TO           N"
      to seed_key  move "60" to seed_default  perform add_seed_entry
  move "shelter    K            N 1:9999"
      to seed_key  move "5" to seed_default  perform add_seed_entry
  move "sitesens   RANGE        N 1:999999999"
      to seed_key  move "100000" to seed_default  perform add_seed_entry
  move "sitesens   YFROM        N"
      to seed_key  move "0" to seed_default  perform add_seed_entry
  move "sitesens   YTO          N"
      to seed_key  move "4000000" to seed_default  perform add_seed_entry
  move "sitesens   STEP         N 1:999999999"
      to seed_key  move "1000" to seed_default  perform add_seed_entry
  move "sitesens   TOP          N 1:10"
      to seed_key  move "3" to seed_default  perform add_seed_entry
  move "sortjob    INFILE       X"
      to seed_key  perform add_seed_entry
  move "sortjob    OUTFILE      X"
      to seed_key  perform add_seed_entry
  move "sortjob    INCLUDE      X"
      to seed_key  perform add_seed_entry
  move "sortjob    OMIT         X"
      to seed_key  perform add_seed_entry
  move "sortjob    KEY1         X"
      to seed_key  perform add_seed_entry
  move "sortjob    KEY2         X"
      to seed_key  perform add_seed_entry
  move "sortjob    KEY3         X"
      to seed_key  perform add_seed_entry
  move "sortjob    KEY4         X"
      to seed_key  perform add_seed_entry
  move "sortjob    KEY5         X"
      to seed_key  perform add_seed_entry
  move "splitcal   STREAMS      N 2:9"
      to seed_key  move "2" to seed_default  perform add_seed_entry
  move "survey     ACTION       L BASELINE/COMPARE"
      to seed_key  move "COMPARE" to seed_default  perform add_seed_entry
  move "tankcov    TARGET       N 1:99999"
      to seed_key  move "30" to seed_default  perform add_seed_entry
  move "tdkrun     DECK         X"
      to seed_key  move "ALL" to seed_default  perform add_seed_entry
  move "trailview  TRAIL        X"
      to seed_key  perform add_seed_entry
  move "trailview  RUN          N 0:999999"
      to seed_key  perform add_seed_entry
  move "trailview  OVERLAY      N 0:999999"
      to seed_key  perform add_seed_entry
  move "varstmt    PERIOD       M"
      to seed_key  perform add_seed_entry
  move "varstmt    TOLERANCE    N 0:999"
      to seed_key  move "10" to seed_default  perform add_seed_entry
  move "winproj    WINDOW       N 1:99999999"
      to seed_key  move "28800" to seed_default  perform add_seed_entry
  move "winproj    RUNS         N 1:9999"
      to seed_key  move "30" to seed_default  perform add_seed_entry
  close dicfile
  move "N" to file_eof
  .

add_seed_entry.
  write dicfileline from seed_entry
  move spaces to seed_default
  .
