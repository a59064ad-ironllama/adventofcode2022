*> Control card (fi.ctl):
*>   DAY=nn      the day input to repair (required)
*>   RULE=xxxx   the day's edit rule -- NUMBLANK, MOVESHAPE,
*>               BRACKETS, NONBLANK, PACKET, MONKEY (required)
*>   USER=x      operator for the journal (default OPERATOR)
*> Under a camp (BATCHCAMP) the edit report, rejects, fixes and day
*> input are the camp's own copies (lib-campfile).

environment division.
  input-output section.
    01 cfileline pic x(999).

  working-storage section.
    01 edit_filename pic x(40).
    01 rej_filename pic x(40).
    01 fix_filename pic x(40).
    01 dat_filename pic x(40).
    77 camp_code pic x(3).
    01 efilestat pic xx.
    01 jfilestat pic xx.
    01 xfilestat pic xx.
  move spaces to dat_filename
  string day_parm ".dat" delimited by size into dat_filename
  end-string
  call 'lib-campfile' using edit_filename camp_code
  call 'lib-campfile' using rej_filename camp_code
  call 'lib-campfile' using fix_filename camp_code
  call 'lib-campfile' using dat_filename camp_code

  perform load_reject_linenos
  perform load_old_records
