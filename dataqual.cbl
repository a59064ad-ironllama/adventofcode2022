*> lib-editinput raises (NOTNUM, BADSHAPE, UNBAL, BLANK, BADRULE, GRAMMAR).
*> Each run's counts are appended to editstat.his ("date dd checked
*> rejected"), which is what the trend compares against.
*> Under a camp (BATCHCAMP) the edit reports read are the camp's
*> (lib-campfile).
*> No control card.

environment division.
    01 hfileline pic x(29).

  working-storage section.
    01 edt_filename pic x(40).
    77 camp_code pic x(3).
    01 efilestat pic xx.
    01 rfilestat pic xx.
    01 hfilestat pic xx.
    move spaces to edt_filename
    string dd_disp ".edt" delimited by size into edt_filename
    end-string
    call 'lib-campfile' using edt_filename camp_code
    perform scan_edit_report
    if day_checked > 0
      add 1 to reported_cnt
