
    *> One in-memory run, sorted by lib-heapsort.
    01 run_table.
      02 run_cnt pic s9(8) comp value 0.
      02 run_item pic x(999) occurs 0 to 1000
          depending on run_cnt indexed by run_idx.

