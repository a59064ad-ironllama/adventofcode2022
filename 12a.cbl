
  display "SIZE: " path_len
  move path_len to post_answer
  call 'lib-postanswer' using function module-id post_answer
      post_status "S"

  perform write_trail_file

