*> cycle, and the cycle length, ranked by efficiency.
*> Around each run this housekeeps what 17b expects on disk: the
*> pattern is staged as 17.jlb with a manifest override, and the
*> production 17b.bas and 17.cyc are held aside and restored -- each
*> pattern still starts cycle detection fresh, but a what-if batch
*> cannot corrupt the production baseline, throw away the persisted
*> production cycle or raise false alerts. The runs are trials
*> (BATCHTRIAL=Y): 17b's postings go to answers.tri, which is
*> removed afterwards, so no bogus record reaches answers.int, its
*> keyed copy or the hold file. The baseline is the environment's
*> and camp's own (lib-runenv, lib-campfile), and the pattern is
*> staged where the camp's 17b reads its input.

environment division.
  input-output section.
      select lfile assign to "17.lib"
        organization is line sequential
        file status is lfilestat.
      select jfile assign to jlb_filename
        organization is line sequential
        file status is jfilestat.
      select mfile assign to "input.manifest"
      select cfile assign to "17.cyc"
        organization is line sequential
        file status is cfilestat.

data division.
  file section.
    fd cfile.
    01 cfileline pic x(60).

  working-storage section.
    01 lfilestat pic xx.
    01 jfilestat pic xx.
    01 mfilestat pic xx.
    01 bfilestat pic xx.
    01 cfilestat pic xx.
    01 bas_name pic x(40).
    01 jlb_filename pic x(40).
    01 tri_filename pic x(40).
    77 lib_eof pic x.
    77 file_eof pic x.
    77 delete_stat pic s9(9) comp.
    77 baseline_held pic x value "N".
    77 cycle_hold pic x(60).
    77 cycle_held pic x value "N".
    *> For lib-runenv + lib-campfile -- the environment's and the
    *> camp's own copy of each file.
    77 env_basename pic x(30).
    77 env_name pic x(4).
    77 camp_code pic x(3).

    01 rank_order.
      02 rank_pattern pic s9(4) comp occurs 20 times.
    goback
  end-if

  perform set_file_names
  perform hold_baseline
  perform hold_cycle
  perform point_manifest_at_staging

  *> The pattern runs are trials: their postings go to answers.tri.
  call "CBL_DELETE_FILE" using tri_filename returning delete_stat
  display "BATCHTRIAL" upon environment-name
  display "Y" upon environment-value
  perform varying pattern_idx from 1 by 1
      until pattern_idx > pattern_cnt
    perform run_one_pattern
  end-perform
  display "BATCHTRIAL" upon environment-name
  display " " upon environment-value
  call "CBL_DELETE_FILE" using tri_filename returning delete_stat

  perform restore_manifest
  perform restore_baseline

  perform rank_and_report
  goback.
  write jfileline
  close jfile
  call "CBL_DELETE_FILE" using "17.cyc" returning delete_stat
  call "CBL_DELETE_FILE" using bas_name returning delete_stat

  *> Fresh working storage every time: call, then cancel.
  end-if
  .

hold_cycle.
  open input cfile
  if cfilestat = "00"
  end-if
  .

*> 17b's baseline, the answers.tri its trial postings go to, and the
*> staged pattern where the camp's 17b will read it.
set_file_names.
  move "17b.bas" to env_basename
  call 'lib-runenv' using env_basename bas_name env_name
  call 'lib-campfile' using bas_name camp_code
  move "answers.tri" to env_basename
  call 'lib-runenv' using env_basename tri_filename env_name
  move "17.jlb" to jlb_filename
  call 'lib-campfile' using jlb_filename camp_code
  .

*> The production baseline must survive a what-if batch untouched.
hold_baseline.
  open input bfile
  if bfilestat = "00"
    read bfile
  .

restore_baseline.
  call "CBL_DELETE_FILE" using bas_name returning delete_stat
  call "CBL_DELETE_FILE" using "17.cyc" returning delete_stat
  if baseline_held = "Y"
