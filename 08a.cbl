
  display "FINAL: " total_found
  move total_found to post_answer
  call 'lib-postanswer' using function module-id post_answer
      post_status "S"

  *> Visual grid dump: '#' for every visible tree, '.' for hidden,
  *> so edge cases can be checked by eye instead of trusting the count.
