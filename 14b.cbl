    display "FINAL: " rock_cnt
    move rock_cnt to post_answer
    call 'lib-postanswer' using function module-id post_answer
        post_status "S"
    goback
  end-if

  display "FINAL: " rock_cnt
  move rock_cnt to post_answer
  call 'lib-postanswer' using function module-id post_answer
      post_status "S"

  goback.

