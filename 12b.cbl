
  display "SIZE: " shortest_path_len
  move shortest_path_len to post_answer
  call 'lib-postanswer' using function module-id post_answer
      post_status "S"

  *> Optional batch mode: re-run the search for every explicit
  *> start/goal pair on the already-loaded grid, without re-reading
