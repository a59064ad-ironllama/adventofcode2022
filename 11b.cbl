  compute total_found = topn_product
  display "FINAL: " total_found
  move total_found to post_answer
  call 'lib-postanswer' using function module-id post_answer
      post_status "S"

  goback.

