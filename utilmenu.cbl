           >>source format free
identification division.
program-id. utilmenu.
author. alexoh@wcoding.
*> Operator utilities menu. A shift ran ackalert, basemgr, ckptmgr,
*> fixrej, manmaint, rostermnt, bpmaint, glyphreg and fuelpost one by
*> one, writing each one's control card by hand and naming itself
*> again on every card. Here the operator signs on once (lib-signon,
*> action SIGNON) and gets a menu of the utilities their operator.mst
*> level allows; for the one chosen, the menu asks for each of its
*> keywords in turn (blank leaves the utility's own default), stages
*> the utility's card with those and USER= set to the operator --
*> the card as found is put back afterwards, as driver does for an
*> ad-hoc request -- runs it, and comes back to the menu.
*> The session is one linked sequence on security.aud: OPSESSION is
*> set for the session ("hhmmss/nnn", the sign-on time and the step,
*> lib-signon stamps it on every record) and the steps are
*>   000  SIGNON
*>   nnn  RUN (utility and its first answer), the utility's own
*>        sign-ons, then END (the utility and its return code)
*>   last SIGNOFF (how many utilities were run)
*> A RUN the operator's level does not cover is refused and audited
*> like any other. With no operator.mst on file every utility is
*> listed (grandfathered, as lib-signon allows).
*> Console dialogue only: operator id first, then menu choices; a
*> choice of 0 -- or three empty answers running -- signs off.
*> Return code 8 when the sign-on is refused.

environment division.
  input-output section.
    file-control.
      select omfile assign to "operator.mst"
        organization is line sequential
        file status is omfilestat.
      select cfile assign to card_filename
        organization is line sequential
        file status is cfilestat.

data division.
  file section.
    fd omfile.
    01 omfileline pic x(33).

    fd cfile.
    01 cfileline pic x(256).

  working-storage section.
    01 omfilestat pic xx.
    01 cfilestat pic xx.
    77 file_eof pic x.

    *> The operator signed on.
    77 oper_id pic x(10).
    77 oper_name pic x(20).
    77 oper_level pic 9 value 0.
    77 master_on_file pic x value "N".

    *> The utilities on the menu: program, the level it needs to be
    *> listed and run, and its keywords (USER= is the menu's own).
    01 utilities.
      02 util_cnt pic s9(4) comp value 0.
      02 util_row occurs 0 to 20 times depending on util_cnt
          indexed by util_idx.
        03 util_name pic x(10).
        03 util_level pic 9.
        03 util_desc pic x(36).
        03 util_kw_first pic s9(4) comp.
        03 util_kw_cnt pic s9(4) comp.
    01 keywords.
      02 kw_cnt pic s9(4) comp value 0.
      02 kw_row occurs 0 to 99 times depending on kw_cnt
          indexed by kw_idx.
        03 kw_name pic x(12).
        03 kw_hint pic x(40).
    77 kw_last pic s9(4) comp.
    77 add_name pic x(10).
    77 add_level pic 9.
    77 add_desc pic x(36).
    77 add_kw pic x(12).
    77 add_hint pic x(40).

    *> What the operator typed, and the card staged from it.
    77 menu_choice pic x(4).
    77 choice_num pic s9(4) comp.
    77 empty_cnt pic s9(4) comp value 0.
    77 session_done pic x value "N".
    77 answer_value pic x(40).
    77 confirm_answer pic x(4).
    01 staged_card.
      02 stg_cnt pic s9(4) comp value 0.
      02 stg_row pic x(256) occurs 0 to 20 times
          depending on stg_cnt indexed by stg_idx.
    01 saved_card.
      02 sav_cnt pic s9(4) comp value 0.
      02 sav_row pic x(256) occurs 0 to 99 times
          depending on sav_cnt indexed by sav_idx.
    77 card_filename pic x(10).
    77 card_had_file pic x.
    77 delete_stat pic s9(9) comp.
    77 first_keyword pic x(18).

    *> The session link for lib-signon.
    77 session_time pic x(6).
    77 session_step pic 9(3) value 0.
    77 session_tag pic x(10).
    77 curr_date_time pic x(21).
    77 run_util pic x(10).
    77 run_rc pic s9(4) comp.
    77 run_cnt pic s9(4) comp value 0.

    *> For lib-signon.
    77 signon_progid pic x(10) value "utilmenu".
    77 signon_action pic x(12).
    77 signon_level pic 9.
    77 signon_before pic x(18).
    77 signon_after pic x(18).
    77 signon_result pic x(4).

    77 disp-choice pic z9.
    77 disp-rc pic z(3)9.
    77 disp-cnt pic z(3)9.

procedure division.
  perform load_utilities
  move function current-date to curr_date_time
  move curr_date_time(9:6) to session_time
  move 0 to session_step
  perform set_session

  display "UTILITIES MENU -- OPERATOR ID: " with no advancing
  move spaces to oper_id
  accept oper_id
  if oper_id = spaces
    display "utilmenu: no operator id -- nothing signed on."
    perform clear_session
    move 8 to return-code
    goback
  end-if
  perform find_operator

  move "SIGNON" to signon_action
  move 1 to signon_level
  move spaces to signon_before signon_after
  if master_on_file = "Y"
    move oper_level to signon_after
  end-if
  call 'lib-signon' using signon_progid oper_id signon_action
      signon_level signon_before signon_after signon_result
  if signon_result not = "OK  "
    display "utilmenu: sign-on refused for " function trim(oper_id)
        "."
    perform clear_session
    move 8 to return-code
    goback
  end-if
  if master_on_file = "N"
    move 9 to oper_level
    move "(no operator master)" to oper_name
  end-if

  perform until session_done = "Y"
    perform show_menu
    perform take_choice
  end-perform

  add 1 to session_step
  perform set_session
  move "SIGNOFF" to signon_action
  move 1 to signon_level
  move spaces to signon_before signon_after
  move run_cnt to disp-cnt
  string function trim(disp-cnt) " RUN(S)" delimited by size
    into signon_after
  end-string
  call 'lib-signon' using signon_progid oper_id signon_action
      signon_level signon_before signon_after signon_result
  display "utilmenu: " function trim(oper_id) " signed off after "
      function trim(disp-cnt) " utility run(s)."
  perform clear_session
  move 0 to return-code
  goback.

*> One line per utility: program, level, description, then the
*> keywords the menu asks for, in the order it asks.
load_utilities.
  move "ackalert" to add_name  move 1 to add_level
  move "alert acknowledgement" to add_desc
  perform add_utility
  move "ACTION" to add_kw  move "LIST, ACK or ESCALATE" to add_hint
  perform add_keyword
  move "DAY" to add_kw  move "alert day, ddp (ACK)" to add_hint
  perform add_keyword
  move "DATE" to add_kw  move "alert date YYYYMMDD (ACK)" to add_hint
  perform add_keyword
  move "TIME" to add_kw  move "alert time HHMMSS (ACK)" to add_hint
  perform add_keyword
  move "NOTE" to add_kw  move "note with the acknowledgement" to add_hint
  perform add_keyword
  move "AGE" to add_kw  move "days unacknowledged (ESCALATE)" to add_hint
  perform add_keyword

  move "basemgr" to add_name  move 5 to add_level
  move "baseline accept and rollback" to add_desc
  perform add_utility
  move "ACTION" to add_kw  move "LIST, ACCEPT or ROLLBACK" to add_hint
  perform add_keyword
  move "DAY" to add_kw  move "day, ddp (ACCEPT, ROLLBACK)" to add_hint
  perform add_keyword
  move "VALUE" to add_kw  move "answer to accept (ACCEPT)" to add_hint
  perform add_keyword
  move "REQ" to add_kw  move "approved request number" to add_hint
  perform add_keyword

  move "ckptmgr" to add_name  move 5 to add_level
  move "checkpoint inventory and transfer" to add_desc
  perform add_utility
  move "ACTION" to add_kw
  move "LIST, VALIDATE, PURGE, EXPORT, IMPORT" to add_hint
  perform add_keyword
  move "TARGET" to add_kw  move "14, 15, 17, 19, 24 or ALL" to add_hint
  perform add_keyword
  move "REQ" to add_kw  move "approved request number" to add_hint
  perform add_keyword

  move "fixrej" to add_name  move 3 to add_level
  move "repair rejected input records" to add_desc
  perform add_utility
  move "DAY" to add_kw  move "day input to repair, nn" to add_hint
  perform add_keyword
  move "RULE" to add_kw  move "the day's edit rule" to add_hint
  perform add_keyword

  move "manmaint" to add_name  move 5 to add_level
  move "input manifest overrides" to add_desc
  perform add_utility
  move "ACTION" to add_kw
  move "LIST, SET, CLEAR, ROLLBACK or SWEEP" to add_hint
  perform add_keyword
  move "DAY" to add_kw  move "day, nn (SET, CLEAR)" to add_hint
  perform add_keyword
  move "SUFFIX" to add_kw  move "input suffix .xxx (SET)" to add_hint
  perform add_keyword
  move "EXPIRE" to add_kw  move "expiry YYYYMMDD (SET)" to add_hint
  perform add_keyword
  move "ENTRY" to add_kw  move "history entry (ROLLBACK)" to add_hint
  perform add_keyword

  move "rostermnt" to add_name  move 3 to add_level
  move "league roster maintenance" to add_desc
  perform add_utility
  move "ACTION" to add_kw
  move "LIST, ADD, RETIRE, RENAME or MERGE" to add_hint
  perform add_keyword
  move "ID" to add_kw  move "player id" to add_hint
  perform add_keyword
  move "ID2" to add_kw  move "player folded into ID (MERGE)" to add_hint
  perform add_keyword
  move "NAME" to add_kw  move "player name (ADD, RENAME)" to add_hint
  perform add_keyword

  move "bpmaint" to add_name  move 3 to add_level
  move "blueprint register" to add_desc
  perform add_utility
  move "ACTION" to add_kw  move "LIST, ADD, STATUS or DATES" to add_hint
  perform add_keyword
  move "ID" to add_kw  move "blueprint number" to add_hint
  perform add_keyword
  move "FROM" to add_kw  move "in force from YYYYMMDD" to add_hint
  perform add_keyword
  move "TO" to add_kw  move "in force to YYYYMMDD" to add_hint
  perform add_keyword
  move "STATUS" to add_kw  move "APPROVED, PENDING or RETIRED" to add_hint
  perform add_keyword

  move "glyphreg" to add_name  move 3 to add_level
  move "CRT glyph register" to add_desc
  perform add_utility
  move "ACTION" to add_kw  move "LIST, SHOW or ADD" to add_hint
  perform add_keyword
  move "INDEX" to add_kw  move "unrecognized raster number (ADD)" to add_hint
  perform add_keyword
  move "CHAR" to add_kw  move "the character it is (ADD)" to add_hint
  perform add_keyword

  move "fuelpost" to add_name  move 3 to add_level
  move "post fuel transactions" to add_desc
  perform add_utility
  .

add_utility.
  if util_cnt < 20
    add 1 to util_cnt
    move add_name to util_name(util_cnt)
    move add_level to util_level(util_cnt)
    move add_desc to util_desc(util_cnt)
    compute util_kw_first(util_cnt) = kw_cnt + 1
    move 0 to util_kw_cnt(util_cnt)
  end-if
  .

add_keyword.
  if kw_cnt < 99 and util_cnt > 0
    add 1 to kw_cnt
    move add_kw to kw_name(kw_cnt)
    move add_hint to kw_hint(kw_cnt)
    add 1 to util_kw_cnt(util_cnt)
  end-if
  .

find_operator.
  move "N" to master_on_file
  move spaces to oper_name
  move 0 to oper_level
  move "N" to file_eof
  open input omfile
  if omfilestat not = "00"
    exit paragraph
  end-if
  move "Y" to master_on_file
  perform until file_eof = "Y"
    read omfile at end move "Y" to file_eof
      not at end
        if omfileline(1:10) = oper_id
          move omfileline(12:20) to oper_name
          if omfileline(33:1) is numeric
            move omfileline(33:1) to oper_level
          end-if
        end-if
    end-read
  end-perform
  close omfile
  .

show_menu.
  display " "
  display "UTILITIES MENU -- " function trim(oper_id) " "
      function trim(oper_name) "  LEVEL " oper_level
      "  SESSION " session_time
  perform varying util_idx from 1 by 1 until util_idx > util_cnt
    if util_level(util_idx) <= oper_level
      set choice_num to util_idx
      move choice_num to disp-choice
      display "  " disp-choice "  " util_name(util_idx) " "
          util_desc(util_idx)
    end-if
  end-perform
  display "   0  sign off"
  display "CHOICE: " with no advancing
  .

take_choice.
  move spaces to menu_choice
  accept menu_choice
  if menu_choice = spaces
    add 1 to empty_cnt
    if empty_cnt >= 3
      move "Y" to session_done
    end-if
    exit paragraph
  end-if
  move 0 to empty_cnt
  if function trim(menu_choice) is not numeric
    display "utilmenu: choose a number from the menu."
    exit paragraph
  end-if
  move function numval(menu_choice) to choice_num
  if choice_num = 0
    move "Y" to session_done
    exit paragraph
  end-if
  if choice_num < 0 or choice_num > util_cnt
    display "utilmenu: no utility " function trim(menu_choice)
        " on the menu."
    exit paragraph
  end-if
  set util_idx to choice_num
  if util_level(util_idx) > oper_level
    display "utilmenu: no utility " function trim(menu_choice)
        " on the menu."
    exit paragraph
  end-if
  perform prompt_keywords
  display "RUN " function trim(util_name(util_idx)) " (Y/N): "
      with no advancing
  move spaces to confirm_answer
  accept confirm_answer
  if confirm_answer(1:1) not = "Y" and confirm_answer(1:1) not = "y"
    display "utilmenu: " function trim(util_name(util_idx))
        " not run."
    exit paragraph
  end-if
  perform run_utility
  .

*> The card, keyword by keyword; USER= is always the operator.
prompt_keywords.
  move 0 to stg_cnt
  move spaces to first_keyword
  compute kw_last = util_kw_first(util_idx) + util_kw_cnt(util_idx)
      - 1
  perform varying kw_idx from util_kw_first(util_idx) by 1
      until kw_idx > kw_last
    display "  " function trim(kw_name(kw_idx)) " ("
        function trim(kw_hint(kw_idx)) "): " with no advancing
    move spaces to answer_value
    accept answer_value
    if answer_value not = spaces
      add 1 to stg_cnt
      move spaces to stg_row(stg_cnt)
      string function trim(kw_name(kw_idx)) "="
        function trim(answer_value)
        delimited by size into stg_row(stg_cnt)
      end-string
      if first_keyword = spaces
        move answer_value to first_keyword
      end-if
    end-if
  end-perform
  add 1 to stg_cnt
  move spaces to stg_row(stg_cnt)
  string "USER=" function trim(oper_id) delimited by size
    into stg_row(stg_cnt)
  end-string
  .

run_utility.
  move util_name(util_idx) to run_util
  add 1 to session_step
  perform set_session

  move "RUN" to signon_action
  move util_level(util_idx) to signon_level
  move spaces to signon_before signon_after
  string function trim(run_util) " " function trim(first_keyword)
    delimited by size into signon_before
  end-string
  call 'lib-signon' using signon_progid oper_id signon_action
      signon_level signon_before signon_after signon_result
  if signon_result not = "OK  "
    display "utilmenu: " function trim(run_util) " refused."
    exit paragraph
  end-if

  perform stage_card
  display "===== " function trim(run_util) " ====="
  move 0 to return-code
  call run_util
  move return-code to run_rc
  cancel run_util
  display "===== END " function trim(run_util) " ====="
  perform restore_card
  add 1 to run_cnt

  move "END" to signon_action
  move 1 to signon_level
  move run_util to signon_before
  move run_rc to disp-rc
  move spaces to signon_after
  string "RC " function trim(disp-rc) delimited by size
    into signon_after
  end-string
  call 'lib-signon' using signon_progid oper_id signon_action
      signon_level signon_before signon_after signon_result
  display "utilmenu: " function trim(run_util) " ended, return code "
      function trim(disp-rc) "."
  move 0 to return-code
  .

*> The utility's card as found is kept; the menu's keywords go
*> first so they win over anything left on it.
stage_card.
  move spaces to card_filename
  string run_util(1:2) ".ctl" delimited by size into card_filename
  end-string
  move 0 to sav_cnt
  move "N" to file_eof
  open input cfile
  if cfilestat = "00"
    move "Y" to card_had_file
    perform until file_eof = "Y"
      read cfile at end move "Y" to file_eof
        not at end
          if sav_cnt < 99
            add 1 to sav_cnt
            move cfileline to sav_row(sav_cnt)
          end-if
      end-read
    end-perform
    close cfile
  else
    move "N" to card_had_file
  end-if
  open output cfile
  if cfilestat not = "00"
    display "utilmenu: ERROR staging " function trim(card_filename)
        " status " cfilestat
    exit paragraph
  end-if
  perform varying stg_idx from 1 by 1 until stg_idx > stg_cnt
    write cfileline from stg_row(stg_idx)
  end-perform
  perform varying sav_idx from 1 by 1 until sav_idx > sav_cnt
    write cfileline from sav_row(sav_idx)
  end-perform
  close cfile
  .

restore_card.
  if card_had_file = "N"
    call "CBL_DELETE_FILE" using card_filename
        returning delete_stat
    exit paragraph
  end-if
  open output cfile
  if cfilestat = "00"
    perform varying sav_idx from 1 by 1 until sav_idx > sav_cnt
      write cfileline from sav_row(sav_idx)
    end-perform
    close cfile
  end-if
  .

set_session.
  move spaces to session_tag
  string session_time "/" session_step delimited by size
    into session_tag
  end-string
  display "OPSESSION" upon environment-name
  display session_tag upon environment-value
  .

clear_session.
  display "OPSESSION" upon environment-name
  display " " upon environment-value
  .
