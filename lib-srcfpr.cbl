           >>source format free
identification division.
program-id. lib-srcfpr.
author. alexoh@wcoding.
*> Program source fingerprint register. A code change can quietly
*> move an answer, lib-checkbaseline FAILs it, and it used to get
*> accepted in basemgr with nobody aware the code had changed. This
*> keeps source.fpr: one record per .cbl source in the suite with a
*> fingerprint (record count plus the rolling content total preflight
*> uses on inputs), the run it was last seen in, the run and date it
*> last changed, and the fingerprint the part's baseline was last
*> judged under.
*> Record (99 bytes, single spaces between):
*>   source name x(20), records 9(8), hash 9(18), last-seen run 9(6),
*>   changed run 9(6), changed date x(8), baselined hash 9(18),
*>   environment x(4), camp x(3).
*> A baseline is judged per environment and camp (lib-runenv,
*> BATCHCAMP), so the baselined hash is kept per environment and
*> camp too: the source's own row (environment blank) serves
*> production outside any camp, and a TEST run or a camp has a row
*> of its own for the source, made on its first "Q"/"C"/"A" and
*> starting from the production baselined hash. A TEST rehearsal or
*> the first camp's pass no longer uses up the CHNG the other runs
*> still have to report.
*> The register holds 999 rows. When it is full -- or holds more
*> than that -- ln-result is "FULL", the call says so on the console
*> and source.fpr is left exactly as it was: no row is reused for
*> another source, and nothing past row 999 is lost by a rewrite.
*> Change tracking resumes once rows are cleared out of it.
*> Modes (ln-result "CHNG" or "SAME"):
*>   "S" refresh every source for run ln-run (driver, at start of
*>       run); "CHNG" when any source moved since the last refresh.
*>   "Q" has ln-name's source changed since its baseline was judged?
*>       (preflight) -- inquiry only.
*>   "C" same question for lib-checkbaseline, and the answer is
*>       consumed: the baselined hash is brought up to date, so only
*>       the first run after a change reports CHNG.
*>   "A" a new baseline was accepted (basemgr): it now stands under
*>       the current source.
*> A source first seen by "Q"/"C"/"A" is taken as already baselined
*> under its current code -- nothing to flag at cutover.
*> The candidate sources are listed here the same way rptsweep lists
*> report names, so no directory listing is needed; anything already
*> on the register is refreshed too.

environment division.
  input-output section.
    file-control.
      select regfile assign to "source.fpr"
        organization is line sequential
        file status is regfilestat.
      select sfile assign to src_filename
        organization is line sequential
        file status is sfilestat.

data division.
  file section.
    fd regfile.
    01 regfileline pic x(99).

    fd sfile.
    01 sfileline pic x(400).

  working-storage section.
    01 regfilestat pic xx.
    01 src_filename pic x(24).
    01 sfilestat pic xx.
    77 file_eof pic x.

    01 reg_table.
      02 reg_cnt pic s9(4) comp value 0.
      02 reg_row occurs 0 to 999 times depending on reg_cnt
          indexed by reg_idx.
        03 rg_name pic x(20).
        03 filler pic x.
        03 rg_reccnt pic 9(8).
        03 filler pic x.
        03 rg_hash pic 9(18).
        03 filler pic x.
        03 rg_seen_run pic 9(6).
        03 filler pic x.
        03 rg_chg_run pic 9(6).
        03 filler pic x.
        03 rg_chg_date pic x(8).
        03 filler pic x.
        03 rg_base_hash pic 9(18).
        03 filler pic x.
        03 rg_env pic x(4).
        03 filler pic x.
        03 rg_camp pic x(3).
    77 reg_found pic x.
    77 base_idx pic s9(4) comp.

    *> The environment and camp the baseline is judged in.
    77 env_basename pic x(30) value "source.fpr".
    77 env_filename pic x(40).
    77 scope_env pic x(4).
    77 scope_camp pic x(3).
    77 reg_dirty pic x.
    77 reg_full pic x.

    01 src_names.
      02 src_name occurs 300 times pic x(20).
    77 src_cnt pic s9(4) comp value 0.
    77 src_idx pic s9(4) comp.
    77 look_name pic x(20).

    77 curr_reccnt pic 9(8).
    77 curr_hash pic 9(18).
    77 src_present pic x.
    77 hash_work pic 9(18) comp.
    77 hash_len pic s9(8) comp.
    77 hash_idx pic s9(8) comp.
    77 changed_cnt pic s9(4) comp.
    77 curr_date_time pic x(21).

  linkage section.
    01 ln-mode pic x.
    01 ln-name pic x(20).
    01 ln-run pic 9(6).
    01 ln-result pic x(4).

procedure division using ln-mode ln-name ln-run ln-result.
  move "SAME" to ln-result
  move "N" to reg_dirty
  move "N" to reg_full
  move function current-date to curr_date_time
  call 'lib-runenv' using env_basename env_filename scope_env
  move spaces to scope_camp
  accept scope_camp from environment "BATCHCAMP"
  perform load_register
  evaluate ln-mode
    when "S"
      perform refresh_all
    when "Q"
    when "C"
    when "A"
      perform check_one
    when other
      move "ERR " to ln-result
  end-evaluate
  if reg_full = "Y"
    move "FULL" to ln-result
    if ln-mode = "S"
      display "lib-srcfpr: source.fpr is FULL (999 rows) -- "
          "register not refreshed."
    else
      display "lib-srcfpr: source.fpr is FULL (999 rows) -- "
          function trim(ln-name) " not checked; register not updated."
    end-if
    goback
  end-if
  if reg_dirty = "Y"
    perform save_register
  end-if
  goback.

load_register.
  move 0 to reg_cnt
  move "N" to file_eof
  open input regfile
  if regfilestat not = "00"
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read regfile at end move "Y" to file_eof
      not at end
        if regfileline(22:8) is numeric
          if reg_cnt < 999
            add 1 to reg_cnt
            move regfileline to reg_row(reg_cnt)
          else
            move "Y" to reg_full
          end-if
        end-if
    end-read
  end-perform
  close regfile
  .

save_register.
  open output regfile
  if regfilestat not = "00"
    display "lib-srcfpr: ERROR writing source.fpr status "
        regfilestat
    exit paragraph
  end-if
  perform varying reg_idx from 1 by 1 until reg_idx > reg_cnt
    write regfileline from reg_row(reg_idx)
  end-perform
  close regfile
  .

refresh_all.
  perform build_source_list
  perform varying src_idx from 1 by 1 until src_idx > src_cnt
    move src_name(src_idx) to look_name
    perform find_entry
  end-perform
  if reg_full = "Y"
    exit paragraph
  end-if
  move 0 to changed_cnt
  perform varying reg_idx from 1 by 1 until reg_idx > reg_cnt
    move rg_name(reg_idx) to look_name
    move "N" to src_present
    if rg_env(reg_idx) = spaces
      perform fingerprint_source
    end-if
    if src_present = "Y"
      if curr_reccnt not = rg_reccnt(reg_idx)
          or curr_hash not = rg_hash(reg_idx)
        if rg_seen_run(reg_idx) > 0
          add 1 to changed_cnt
          display "lib-srcfpr: SOURCE CHANGED -- "
              function trim(rg_name(reg_idx)) " (run " ln-run ")"
        end-if
        move curr_reccnt to rg_reccnt(reg_idx)
        move curr_hash to rg_hash(reg_idx)
        move ln-run to rg_chg_run(reg_idx)
        move curr_date_time(1:8) to rg_chg_date(reg_idx)
      end-if
      move ln-run to rg_seen_run(reg_idx)
    end-if
  end-perform
  move "Y" to reg_dirty
  if changed_cnt > 0
    move "CHNG" to ln-result
  end-if
  .

*> One source against the hash its baseline was judged under.
check_one.
  move ln-name to look_name
  perform find_entry
  if reg_full = "Y"
    exit paragraph
  end-if
  perform fingerprint_source
  if src_present = "N"
    exit paragraph
  end-if
  if curr_reccnt not = rg_reccnt(reg_idx)
      or curr_hash not = rg_hash(reg_idx)
    move curr_reccnt to rg_reccnt(reg_idx)
    move curr_hash to rg_hash(reg_idx)
    move curr_date_time(1:8) to rg_chg_date(reg_idx)
    move "Y" to reg_dirty
  end-if
  move reg_idx to base_idx
  if scope_env not = "PROD" or scope_camp not = spaces
    perform find_scope_entry
    if reg_full = "Y"
      exit paragraph
    end-if
  end-if
  if rg_base_hash(base_idx) not = curr_hash
    move "CHNG" to ln-result
    if ln-mode = "C" or ln-mode = "A"
      move curr_hash to rg_base_hash(base_idx)
      move rg_reccnt(reg_idx) to rg_reccnt(base_idx)
      move curr_hash to rg_hash(base_idx)
      move "Y" to reg_dirty
    end-if
  end-if
  if ln-mode = "A"
    move "SAME" to ln-result
  end-if
  .

*> Register row for look_name in reg_idx; a new row is taken as
*> baselined under the current source. No room for a new row sets
*> reg_full.
find_entry.
  move "N" to reg_found
  perform varying reg_idx from 1 by 1
      until reg_idx > reg_cnt or reg_found = "Y"
    if rg_name(reg_idx) = look_name and rg_env(reg_idx) = spaces
      move "Y" to reg_found
    end-if
  end-perform
  if reg_found = "Y"
    subtract 1 from reg_idx
    exit paragraph
  end-if
  if reg_cnt >= 999
    move "Y" to reg_full
    exit paragraph
  end-if
  add 1 to reg_cnt
  move reg_cnt to reg_idx
  move spaces to reg_row(reg_idx)
  move look_name to rg_name(reg_idx)
  perform fingerprint_source
  move curr_reccnt to rg_reccnt(reg_idx)
  move curr_hash to rg_hash(reg_idx)
  move curr_hash to rg_base_hash(reg_idx)
  move 0 to rg_seen_run(reg_idx)
  move 0 to rg_chg_run(reg_idx)
  move curr_date_time(1:8) to rg_chg_date(reg_idx)
  move "Y" to reg_dirty
  .

*> The TEST run's or the camp's own row for the source in reg_idx,
*> in base_idx; a new one starts from the production baselined hash,
*> so a change production has not judged yet is still CHNG here.
*> No room for a new one sets reg_full.
find_scope_entry.
  move "N" to reg_found
  perform varying base_idx from 1 by 1
      until base_idx > reg_cnt or reg_found = "Y"
    if rg_name(base_idx) = look_name
        and rg_env(base_idx) = scope_env
        and rg_camp(base_idx) = scope_camp
      move "Y" to reg_found
    end-if
  end-perform
  if reg_found = "Y"
    subtract 1 from base_idx
    exit paragraph
  end-if
  if reg_cnt >= 999
    move "Y" to reg_full
    exit paragraph
  end-if
  add 1 to reg_cnt
  move reg_cnt to base_idx
  move reg_row(reg_idx) to reg_row(base_idx)
  move 0 to rg_seen_run(base_idx)
  move scope_env to rg_env(base_idx)
  move scope_camp to rg_camp(base_idx)
  move "Y" to reg_dirty
  .

*> Record count plus preflight's rolling content total over
*> <look_name>.cbl; src_present "N" when the source is not on disk.
fingerprint_source.
  move spaces to src_filename
  string function trim(look_name) ".cbl" delimited by size
    into src_filename
  end-string
  move 0 to curr_reccnt
  move 0 to curr_hash
  move 0 to hash_work
  move "N" to src_present
  move "N" to file_eof
  open input sfile
  if sfilestat not = "00"
    exit paragraph
  end-if
  move "Y" to src_present
  perform until file_eof = "Y"
    read sfile at end move "Y" to file_eof
      not at end
        add 1 to curr_reccnt
        move function length(function trim(sfileline)) to hash_len
        perform varying hash_idx from 1 by 1
            until hash_idx > hash_len
          compute hash_work = function mod(
              hash_work * 31
              + function ord(sfileline(hash_idx:1))
              + hash_idx, 999999999999999983)
        end-perform
    end-read
  end-perform
  close sfile
  move hash_work to curr_hash
  .

build_source_list.
  move 0 to src_cnt
  add 1 to src_cnt  move "01a" to src_name(src_cnt)
  add 1 to src_cnt  move "01b" to src_name(src_cnt)
  add 1 to src_cnt  move "02a" to src_name(src_cnt)
  add 1 to src_cnt  move "02a2" to src_name(src_cnt)
  add 1 to src_cnt  move "02b" to src_name(src_cnt)
  add 1 to src_cnt  move "03a" to src_name(src_cnt)
  add 1 to src_cnt  move "03b" to src_name(src_cnt)
  add 1 to src_cnt  move "04b" to src_name(src_cnt)
  add 1 to src_cnt  move "05b" to src_name(src_cnt)
  add 1 to src_cnt  move "06a" to src_name(src_cnt)
  add 1 to src_cnt  move "07b" to src_name(src_cnt)
  add 1 to src_cnt  move "08a" to src_name(src_cnt)
  add 1 to src_cnt  move "08b" to src_name(src_cnt)
  add 1 to src_cnt  move "09a" to src_name(src_cnt)
  add 1 to src_cnt  move "09b" to src_name(src_cnt)
  add 1 to src_cnt  move "10a" to src_name(src_cnt)
  add 1 to src_cnt  move "10b" to src_name(src_cnt)
  add 1 to src_cnt  move "11a" to src_name(src_cnt)
  add 1 to src_cnt  move "11b" to src_name(src_cnt)
  add 1 to src_cnt  move "12a" to src_name(src_cnt)
  add 1 to src_cnt  move "12b" to src_name(src_cnt)
  add 1 to src_cnt  move "13a" to src_name(src_cnt)
  add 1 to src_cnt  move "13b" to src_name(src_cnt)
  add 1 to src_cnt  move "14b" to src_name(src_cnt)
  add 1 to src_cnt  move "15a" to src_name(src_cnt)
  add 1 to src_cnt  move "15b" to src_name(src_cnt)
  add 1 to src_cnt  move "16a" to src_name(src_cnt)
  add 1 to src_cnt  move "16b" to src_name(src_cnt)
  add 1 to src_cnt  move "17a" to src_name(src_cnt)
  add 1 to src_cnt  move "17b" to src_name(src_cnt)
  add 1 to src_cnt  move "18b" to src_name(src_cnt)
  add 1 to src_cnt  move "19a" to src_name(src_cnt)
  add 1 to src_cnt  move "19b" to src_name(src_cnt)
  add 1 to src_cnt  move "20a" to src_name(src_cnt)
  add 1 to src_cnt  move "21a" to src_name(src_cnt)
  add 1 to src_cnt  move "21b" to src_name(src_cnt)
  add 1 to src_cnt  move "22a" to src_name(src_cnt)
  add 1 to src_cnt  move "22b" to src_name(src_cnt)
  add 1 to src_cnt  move "23a" to src_name(src_cnt)
  add 1 to src_cnt  move "23b" to src_name(src_cnt)
  add 1 to src_cnt  move "24a" to src_name(src_cnt)
  add 1 to src_cnt  move "24b" to src_name(src_cnt)
  add 1 to src_cnt  move "25a" to src_name(src_cnt)
  add 1 to src_cnt  move "ackalert" to src_name(src_cnt)
  add 1 to src_cnt  move "adhocq" to src_name(src_cnt)
  add 1 to src_cnt  move "alertsum" to src_name(src_cnt)
  add 1 to src_cnt  move "answext" to src_name(src_cnt)
  add 1 to src_cnt  move "approvq" to src_name(src_cnt)
  add 1 to src_cnt  move "artsweep" to src_name(src_cnt)
  add 1 to src_cnt  move "audrev" to src_name(src_cnt)
  add 1 to src_cnt  move "basemgr" to src_name(src_cnt)
  add 1 to src_cnt  move "beatrate" to src_name(src_cnt)
  add 1 to src_cnt  move "bkpstate" to src_name(src_cnt)
  add 1 to src_cnt  move "bpmaint" to src_name(src_cnt)
  add 1 to src_cnt  move "budmaint" to src_name(src_cnt)
  add 1 to src_cnt  move "cachemgr" to src_name(src_cnt)
  add 1 to src_cnt  move "chgback" to src_name(src_cnt)
  add 1 to src_cnt  move "ckptmgr" to src_name(src_cnt)
  add 1 to src_cnt  move "closeseas" to src_name(src_cnt)
  add 1 to src_cnt  move "cmprpt" to src_name(src_cnt)
  add 1 to src_cnt  move "cvtans" to src_name(src_cnt)
  add 1 to src_cnt  move "cycquery" to src_name(src_cnt)
  add 1 to src_cnt  move "dataqual" to src_name(src_cnt)
  add 1 to src_cnt  move "decbatch" to src_name(src_cnt)
  add 1 to src_cnt  move "digest" to src_name(src_cnt)
  add 1 to src_cnt  move "dmptriage" to src_name(src_cnt)
  add 1 to src_cnt  move "driver" to src_name(src_cnt)
  add 1 to src_cnt  move "extack" to src_name(src_cnt)
  add 1 to src_cnt  move "feedwatch" to src_name(src_cnt)
  add 1 to src_cnt  move "fixrej" to src_name(src_cnt)
  add 1 to src_cnt  move "fuelpost" to src_name(src_cnt)
  add 1 to src_cnt  move "fueltrb" to src_name(src_cnt)
  add 1 to src_cnt  move "gendata" to src_name(src_cnt)
  add 1 to src_cnt  move "glyphreg" to src_name(src_cnt)
  add 1 to src_cnt  move "hbmon" to src_name(src_cnt)
  add 1 to src_cnt  move "headroom" to src_name(src_cnt)
  add 1 to src_cnt  move "histclose" to src_name(src_cnt)
  add 1 to src_cnt  move "holdmgr" to src_name(src_cnt)
  add 1 to src_cnt  move "incident" to src_name(src_cnt)
  add 1 to src_cnt  move "jetbatch" to src_name(src_cnt)
  add 1 to src_cnt  move "joblogq" to src_name(src_cnt)
  add 1 to src_cnt  move "keyload" to src_name(src_cnt)
  add 1 to src_cnt  move "kitload" to src_name(src_cnt)
  add 1 to src_cnt  move "layview" to src_name(src_cnt)
  add 1 to src_cnt  move "leafsens" to src_name(src_cnt)
  add 1 to src_cnt  move "lib-anagrams" to src_name(src_cnt)
  add 1 to src_cnt  move "lib-approval" to src_name(src_cnt)
  add 1 to src_cnt  move "lib-astar" to src_name(src_cnt)
  add 1 to src_cnt  move "lib-blizzard" to src_name(src_cnt)
  add 1 to src_cnt  move "lib-blueprint" to src_name(src_cnt)
  add 1 to src_cnt  move "lib-buildsched" to src_name(src_cnt)
  add 1 to src_cnt  move "lib-campfile" to src_name(src_cnt)
  add 1 to src_cnt  move "lib-capacity" to src_name(src_cnt)
  add 1 to src_cnt  move "lib-checkbaseline" to src_name(src_cnt)
  add 1 to src_cnt  move "lib-combos" to src_name(src_cnt)
  add 1 to src_cnt  move "lib-ctldict" to src_name(src_cnt)
  add 1 to src_cnt  move "lib-dijkstra" to src_name(src_cnt)
  add 1 to src_cnt  move "lib-dmcache" to src_name(src_cnt)
  add 1 to src_cnt  move "lib-dump" to src_name(src_cnt)
  add 1 to src_cnt  move "lib-editinput" to src_name(src_cnt)
  add 1 to src_cnt  move "lib-extsort" to src_name(src_cnt)
  add 1 to src_cnt  move "lib-heap-time" to src_name(src_cnt)
  add 1 to src_cnt  move "lib-heap" to src_name(src_cnt)
  add 1 to src_cnt  move "lib-heapsort" to src_name(src_cnt)
  add 1 to src_cnt  move "lib-heartbeat" to src_name(src_cnt)
  add 1 to src_cnt  move "lib-intctl" to src_name(src_cnt)
  add 1 to src_cnt  move "lib-joblog" to src_name(src_cnt)
  add 1 to src_cnt  move "lib-keyidx" to src_name(src_cnt)
  add 1 to src_cnt  move "lib-league" to src_name(src_cnt)
  add 1 to src_cnt  move "lib-lineage" to src_name(src_cnt)
  add 1 to src_cnt  move "lib-mstswap" to src_name(src_cnt)
  add 1 to src_cnt  move "lib-packets" to src_name(src_cnt)
  add 1 to src_cnt  move "lib-parsectl" to src_name(src_cnt)
  add 1 to src_cnt  move "lib-permutations" to src_name(src_cnt)
  add 1 to src_cnt  move "lib-postanswer" to src_name(src_cnt)
  add 1 to src_cnt  move "lib-priority" to src_name(src_cnt)
  add 1 to src_cnt  move "lib-procdate" to src_name(src_cnt)
  add 1 to src_cnt  move "lib-readdata" to src_name(src_cnt)
  add 1 to src_cnt  move "lib-readfile" to src_name(src_cnt)
  add 1 to src_cnt  move "lib-readrec" to src_name(src_cnt)
  add 1 to src_cnt  move "lib-rostercheck" to src_name(src_cnt)
  add 1 to src_cnt  move "lib-rotatetable" to src_name(src_cnt)
  add 1 to src_cnt  move "lib-runenv" to src_name(src_cnt)
  add 1 to src_cnt  move "lib-runkit" to src_name(src_cnt)
  add 1 to src_cnt  move "lib-runreg" to src_name(src_cnt)
  add 1 to src_cnt  move "lib-signon" to src_name(src_cnt)
  add 1 to src_cnt  move "lib-srcfpr" to src_name(src_cnt)
  add 1 to src_cnt  move "lib-snafu" to src_name(src_cnt)
  add 1 to src_cnt  move "lib-trail" to src_name(src_cnt)
  add 1 to src_cnt  move "lib-writereport" to src_name(src_cnt)
  add 1 to src_cnt  move "lineage" to src_name(src_cnt)
  add 1 to src_cnt  move "manmaint" to src_name(src_cnt)
  add 1 to src_cnt  move "mergecal" to src_name(src_cnt)
  add 1 to src_cnt  move "mrgjob" to src_name(src_cnt)
  add 1 to src_cnt  move "mskcopy" to src_name(src_cnt)
  add 1 to src_cnt  move "netcheck" to src_name(src_cnt)
  add 1 to src_cnt  move "opstat" to src_name(src_cnt)
  add 1 to src_cnt  move "oracle" to src_name(src_cnt)
  add 1 to src_cnt  move "packetlkp" to src_name(src_cnt)
  add 1 to src_cnt  move "pairgen" to src_name(src_cnt)
  add 1 to src_cnt  move "perclose" to src_name(src_cnt)
  add 1 to src_cnt  move "pktdedup" to src_name(src_cnt)
  add 1 to src_cnt  move "preflight" to src_name(src_cnt)
  add 1 to src_cnt  move "quotamnt" to src_name(src_cnt)
  add 1 to src_cnt  move "ratepred" to src_name(src_cnt)
  add 1 to src_cnt  move "rationpl" to src_name(src_cnt)
  add 1 to src_cnt  move "rcmaint" to src_name(src_cnt)
  add 1 to src_cnt  move "recon" to src_name(src_cnt)
  add 1 to src_cnt  move "rostermnt" to src_name(src_cnt)
  add 1 to src_cnt  move "rptsweep" to src_name(src_cnt)
  add 1 to src_cnt  move "rststate" to src_name(src_cnt)
  add 1 to src_cnt  move "rtdrift" to src_name(src_cnt)
  add 1 to src_cnt  move "runhist" to src_name(src_cnt)
  add 1 to src_cnt  move "seasonrpt" to src_name(src_cnt)
  add 1 to src_cnt  move "shelter" to src_name(src_cnt)
  add 1 to src_cnt  move "sitesens" to src_name(src_cnt)
  add 1 to src_cnt  move "snsaudit" to src_name(src_cnt)
  add 1 to src_cnt  move "sortjob" to src_name(src_cnt)
  add 1 to src_cnt  move "splitcal" to src_name(src_cnt)
  add 1 to src_cnt  move "stockldg" to src_name(src_cnt)
  add 1 to src_cnt  move "survey" to src_name(src_cnt)
  add 1 to src_cnt  move "tankcov" to src_name(src_cnt)
  add 1 to src_cnt  move "tdkrun" to src_name(src_cnt)
  add 1 to src_cnt  move "trailview" to src_name(src_cnt)
  add 1 to src_cnt  move "utilmenu" to src_name(src_cnt)
  add 1 to src_cnt  move "varstmt" to src_name(src_cnt)
  add 1 to src_cnt  move "winproj" to src_name(src_cnt)
  add 1 to src_cnt  move "xmitrpt" to src_name(src_cnt)
  add 1 to src_cnt  move "xrefchk" to src_name(src_cnt)
  .
