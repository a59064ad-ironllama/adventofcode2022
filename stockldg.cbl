           >>source format free
identification division.
program-id. stockldg.
author. alexoh@wcoding.
*> Camp-wide item stock ledger over the 03 rucksack contents. 03a/03b
*> score misplaced items and badges through lib-priority and throw
*> the rest away; this tallies every item type (a-z, A-Z) across all
*> rucksacks in the 03 input (manifest override respected, via
*> lib-readfile) -- one rucksack per line -- and holds the tallies
*> against the quartermaster's stock count file stock.cnt, one
*> record per counted item type:
*>   item type x(1), space, count 9(7)
*> The variance report gives, per item type, the count the packs say
*> (EXPECTED), the quartermaster's count (COUNTED) and the
*> difference (counted less expected), with the number of packs the
*> type is found in. A type carried in only one elf's pack is
*> flagged as a single point of failure, naming the rucksack (its
*> line number in the input): lose that pack and the camp has none.
*> The table also goes to the companion data file (stockldg.csv.gNNN).
*> Control card: none needed.
*> Return code 4 when any item type is off its count (or there is no
*> stock.cnt to hold the tallies against), 8 when the 03 input is
*> missing.

environment division.
  input-output section.
    file-control.
      select cntfile assign to "stock.cnt"
        organization is line sequential
        file status is cntfilestat.

data division.
  file section.
    fd cntfile.
    01 cntfileline pic x(20).

  working-storage section.
    01 cntfilestat pic xx.
    77 file_eof pic x.
    77 count_on_file pic x value "N".

    *> For lib-readfile -- 03's rucksacks, one per line.
    01 rf_all_lines.
      02 rf_line_cnt pic s9(8) comp value 0.
      02 rf_line_row pic x(99) occurs 0 to 9999 times
          depending on rf_line_cnt indexed by rf_line_idx.
    77 rf_row_len pic s9(8) comp value 99.
    77 inventory_day pic x(10) value "03".

    *> One row per item type, in lib-priority's order: a-z then A-Z.
    01 all_chars pic x(52) value
        "abcdefghijklmnopqrstuvwxyzABCDEFGHIJKLMNOPQRSTUVWXYZ".
    01 item_table.
      02 item_row occurs 52 times indexed by item_idx.
        03 item_expected pic s9(8) comp.
        03 item_counted pic s9(8) comp.
        03 item_packs pic s9(8) comp.
        *> The first (and, for a single point of failure, only)
        *> rucksack the type was found in.
        03 item_first_pack pic s9(8) comp.
    77 item_char pic x.
    77 in_pack pic s9(4) comp.
    77 pack_cnt pic s9(8) comp value 0.
    77 item_total pic s9(8) comp value 0.
    77 count_value pic x(18).
    77 type_cnt pic s9(4) comp value 0.
    77 variance_cnt pic s9(4) comp value 0.
    77 single_cnt pic s9(4) comp value 0.
    77 item_diff pic s9(8) comp.

    77 report-line pic x(999).
    77 report-ptr pic s9(4) comp.
    77 disp-num pic z(7)9.
    77 disp-num2 pic z(7)9.
    77 disp-diff pic -(7)9.

procedure division.
  call 'lib-readfile' using inventory_day rf_all_lines rf_row_len
  if return-code not = 0
    display "stockldg: no 03 rucksack input -- no ledger."
    goback
  end-if
  perform varying item_idx from 1 by 1 until item_idx > 52
    move 0 to item_expected(item_idx) item_counted(item_idx)
        item_packs(item_idx) item_first_pack(item_idx)
  end-perform
  perform varying rf_line_idx from 1 by 1 until rf_line_idx > rf_line_cnt
    if rf_line_row(rf_line_idx) not = spaces
      add 1 to pack_cnt
      perform tally_one_pack
    end-if
  end-perform
  perform load_stock_count

  call 'lib-writereport' using function module-id "O" report-line
  move "CAMP ITEM STOCK LEDGER" to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move spaces to report-line
  move pack_cnt to disp-num
  move item_total to disp-num2
  string "RUCKSACKS: " function trim(disp-num) "  ITEMS CARRIED: "
    function trim(disp-num2)
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  if count_on_file = "N"
    move "*** NO STOCK COUNT ON FILE (stock.cnt) -- COUNTED SHOWN AS ZERO ***"
        to report-line
    call 'lib-writereport' using function module-id "W" report-line
  end-if
  move spaces to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move "ITEM  EXPECTED   COUNTED  DIFFERENCE     PACKS  FLAGS"
      to report-line
  call 'lib-writereport' using function module-id "H" report-line
  move "ITEM,EXPECTED,COUNTED,DIFFERENCE,PACKS,SINGLE PACK" to report-line
  call 'lib-writereport' using function module-id "T" report-line
  perform varying item_idx from 1 by 1 until item_idx > 52
    if item_expected(item_idx) > 0 or item_counted(item_idx) > 0
      perform report_one_item
    end-if
  end-perform

  move spaces to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move spaces to report-line
  move type_cnt to disp-num
  string "ITEM TYPES: " function trim(disp-num)
    delimited by size into report-line
  end-string
  move function length(function trim(report-line)) to report-ptr
  add 1 to report-ptr
  move variance_cnt to disp-num
  string "  OFF COUNT: " function trim(disp-num)
    delimited by size into report-line with pointer report-ptr
  end-string
  move single_cnt to disp-num
  string "  SINGLE POINTS OF FAILURE: " function trim(disp-num)
    delimited by size into report-line with pointer report-ptr
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  call 'lib-writereport' using function module-id "C" report-line

  display "stockldg: " pack_cnt " rucksack(s), " type_cnt
      " item type(s), " variance_cnt " off count, " single_cnt
      " single point(s) of failure."
  if variance_cnt > 0 or count_on_file = "N"
    move 4 to return-code
  else
    move 0 to return-code
  end-if
  goback.

tally_one_pack.
  perform varying item_idx from 1 by 1 until item_idx > 52
    move all_chars(item_idx:1) to item_char
    move 0 to in_pack
    inspect rf_line_row(rf_line_idx) tallying in_pack
        for all item_char
    if in_pack > 0
      add in_pack to item_expected(item_idx)
      add in_pack to item_total
      add 1 to item_packs(item_idx)
      if item_first_pack(item_idx) = 0
        move rf_line_idx to item_first_pack(item_idx)
      end-if
    end-if
  end-perform
  .

load_stock_count.
  move "N" to file_eof
  open input cntfile
  if cntfilestat not = "00"
    display "stockldg: no stock.cnt on file -- tallies not checked."
    exit paragraph
  end-if
  move "Y" to count_on_file
  perform until file_eof = "Y"
    read cntfile at end move "Y" to file_eof
      not at end
        move cntfileline(3:18) to count_value
        move 0 to item_idx
        if cntfileline(1:1) not = space
          perform varying item_idx from 1 by 1
              until item_idx > 52
                  or all_chars(item_idx:1) = cntfileline(1:1)
            continue
          end-perform
        end-if
        if item_idx < 1 or item_idx > 52
            or count_value = spaces
            or function trim(count_value) is not numeric
          display "stockldg: stock.cnt record not usable: "
              function trim(cntfileline)
        else
          add function numval(count_value) to item_counted(item_idx)
        end-if
    end-read
  end-perform
  close cntfile
  .

report_one_item.
  add 1 to type_cnt
  compute item_diff = item_counted(item_idx) - item_expected(item_idx)
  move spaces to report-line
  move all_chars(item_idx:1) to report-line(3:1)
  move item_expected(item_idx) to disp-num
  move disp-num to report-line(7:8)
  move item_counted(item_idx) to disp-num
  move disp-num to report-line(17:8)
  move item_diff to disp-diff
  move disp-diff to report-line(29:8)
  move item_packs(item_idx) to disp-num
  move disp-num to report-line(40:8)
  move 50 to report-ptr
  if item_diff not = 0
    add 1 to variance_cnt
    string "OFF COUNT " delimited by size
      into report-line with pointer report-ptr
    end-string
  end-if
  if item_packs(item_idx) = 1
    add 1 to single_cnt
    move item_first_pack(item_idx) to disp-num
    string "SINGLE PACK (RUCKSACK " function trim(disp-num) ")"
      delimited by size into report-line with pointer report-ptr
    end-string
  end-if
  call 'lib-writereport' using function module-id "W" report-line

  move spaces to report-line
  move item_expected(item_idx) to disp-num
  move item_counted(item_idx) to disp-num2
  string all_chars(item_idx:1) "," function trim(disp-num) ","
    function trim(disp-num2) "," function trim(disp-diff) ","
    delimited by size into report-line
  end-string
  move function length(function trim(report-line)) to report-ptr
  add 1 to report-ptr
  move item_packs(item_idx) to disp-num
  string function trim(disp-num) "," delimited by size
    into report-line with pointer report-ptr
  end-string
  if item_packs(item_idx) = 1
    move item_first_pack(item_idx) to disp-num
    string function trim(disp-num) delimited by size
      into report-line with pointer report-ptr
    end-string
  end-if
  call 'lib-writereport' using function module-id "R" report-line
  .
