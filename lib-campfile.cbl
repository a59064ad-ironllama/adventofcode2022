           >>source format free
identification division.
program-id. lib-campfile.
author. alexoh@wcoding.
*> Expedition camp. Each camp has its own day inputs, baselines and
*> reports, and the batch used to need one working directory per
*> camp to keep them apart. The camp in force is now a process
*> setting, BATCHCAMP: a camp code from camp.mst, or blank for the
*> single-camp operation. driver sets it for every program it calls
*> while it runs a camp's calendar; a program run on its own picks it
*> up from the job's environment.
*> A camp's files live under a directory named for the camp code,
*> with their usual names: a caller passes the filename it would use
*> (already through lib-runenv, so "test/" may lead it) and gets back
*> the camp's copy -- "05.dat" becomes "NTH/05.dat", "test/05a.bas"
*> becomes "test/NTH/05a.bas". With no camp in force the filename
*> comes back unchanged. The shared ledgers and interface files
*> (answers.int, run.history, alerts.int, ...) are not passed here;
*> their records carry the camp code instead.
*>   ln-filename  in/out  the filename, and the camp's copy of it
*>   ln-camp      out     the camp code in force, or spaces

data division.
  working-storage section.
    77 camp_value pic x(10).
    77 dir_name pic x(20).
    77 dir_stat pic s9(9) comp value 0.
    77 dir_made pic x(3) value spaces.
    77 base_name pic x(40).

  linkage section.
    01 ln-filename pic x(40).
    01 ln-camp pic x(3).

procedure division using ln-filename ln-camp.
  move spaces to camp_value
  accept camp_value from environment "BATCHCAMP"
  move camp_value(1:3) to ln-camp
  if ln-camp = spaces
    goback
  end-if
  move spaces to dir_name
  if ln-filename(1:5) = "test/"
    move ln-filename(6:35) to base_name
    string "test/" ln-camp delimited by size into dir_name
    end-string
  else
    move ln-filename to base_name
    move ln-camp to dir_name
  end-if
  *> Created on the camp's first file of the run.
  if dir_made not = ln-camp
    call "CBL_CREATE_DIR" using dir_name
        returning dir_stat
    move ln-camp to dir_made
  end-if
  move spaces to ln-filename
  string function trim(dir_name) "/" function trim(base_name)
    delimited by size into ln-filename
  end-string
  goback.
