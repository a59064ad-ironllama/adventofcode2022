*> hands the operator one final report with completeness checking:
*> every expected calendar day present exactly once, missing or
*> duplicated days flagged.
*> Each camp's calendar is consolidated on its own: only the records
*> of the camp in force (BATCHCAMP, blank for the single-camp
*> operation) are taken, so the same day run for two camps is not a
*> duplicate.

environment division.
  input-output section.
      02 sm_answer pic x(18).
      02 filler pic x.
      02 sm_elapsed pic 9(7).
      02 filler pic x.
      02 sm_camp pic x(3).
    77 merge_camp pic x(3).

    01 all_names.
      02 all_name_cnt pic s9(4) comp value 0.

procedure division.
  perform build_name_list
  accept merge_camp from environment "BATCHCAMP"

  *> Control-total check first: a truncated .stm copy must be caught
  *> before the consolidation trusts it.
      not at end
        move stmfileline to stream_line
        if sm_split is numeric and sm_split > newest_split
            and sm_camp = merge_camp
          move sm_split to newest_split
        end-if
    end-read
      not at end
        move stmfileline to stream_line
        if sm_split is numeric and sm_split = newest_split
            and sm_stream is numeric and sm_camp = merge_camp
          add 1 to record_cnt
          perform tally_record
        end-if

  call 'lib-writereport' using function module-id "O" report-line
  move "CONSOLIDATED SPLIT-STREAM RUN REPORT" to report-line
  if merge_camp not = spaces
    string "CONSOLIDATED SPLIT-STREAM RUN REPORT -- CAMP " merge_camp
      delimited by size into report-line
    end-string
  end-if
  call 'lib-writereport' using function module-id "W" report-line
  move "DAY  STREAM  STATUS         ANSWER              ELAPSED"
      to report-line
