           >>source format free
identification division.
program-id. lib-runenv.
author. alexoh@wcoding.
*> Batch environment. Synthetic (.syn) inputs, oracle baselines and
*> capacity rehearsals used to post into the same answers.int,
*> run.history, alerts.int, status.hbt and .bas baselines as the
*> nightly production run, and the morning digest reported them as
*> production. The environment is now a process setting, BATCHENV:
*> PROD (the default, also when unset) or TEST. driver sets it from
*> its ENV= keyword for every program it calls; a program run on its
*> own picks it up from the job's environment.
*> Every ledger, baseline and report a TEST run writes lives under
*> the test/ directory with its usual name, so production and test
*> history cannot be mixed: a caller passes the production filename
*> and gets back the filename to use in the environment in force.
*>   ln-basename  in   production filename, e.g. "answers.int"
*>   ln-filename  out  "answers.int" (PROD) or "test/answers.int"
*>   ln-env       out  "PROD" or "TEST"

data division.
  working-storage section.
    77 env_value pic x(10).
    77 dir_name pic x(10) value "test".
    77 dir_stat pic s9(9) comp value 0.
    77 dir_made pic x value "N".

  linkage section.
    01 ln-basename pic x(30).
    01 ln-filename pic x(40).
    01 ln-env pic x(4).

procedure division using ln-basename ln-filename ln-env.
  move spaces to env_value
  accept env_value from environment "BATCHENV"
  move spaces to ln-filename
  if env_value(1:4) = "TEST"
    move "TEST" to ln-env
    *> Created on the first TEST file of the run.
    if dir_made = "N"
      call "CBL_CREATE_DIR" using dir_name
          returning dir_stat
      move "Y" to dir_made
    end-if
    string "test/" function trim(ln-basename)
      delimited by size into ln-filename
    end-string
  else
    move "PROD" to ln-env
    move ln-basename to ln-filename
  end-if
  goback.
