*>   in:  ln-left / ln-right  one bracket-list packet each
*>   out: ln-order  1 = in order, 2 = out of order, 0 = undecided
*>        ln-trace  element-by-element decision trace (capped at 99)
*> Called with ln-order 9, it gives instead the canonical form of the
*> ln-left packet, in ln-right (ln-order back 0, no trace): no
*> spaces, no leading zeros, and every list holding nothing but a
*> single integer -- at any depth below the packet itself -- written
*> as the integer, so "[ [[07]], 1 ]" is "[7,1]". The compare treats
*> a lone integer and a list of just that integer alike, so two
*> packets with the same canonical form always compare undecided:
*> a resent packet however the feed spaced or wrapped it. pktdedup
*> uses this to find them.

data division.
  working-storage section.

    77 trace_text pic x(99).

    *> The canonical form, built a character at a time; each open
    *> list's frame remembers where it starts in canon_out, how many
    *> elements it has had, and whether the last was an integer.
    77 canon_in pic x(999).
    77 canon_in_len pic s9(4) comp.
    77 canon_in_idx pic s9(4) comp.
    77 canon_char pic x.
    77 canon_out pic x(999).
    77 canon_work pic x(999).
    77 canon_ptr pic s9(4) comp.
    77 canon_shift_len pic s9(4) comp.
    77 canon_in_number pic x.
    77 canon_number_pos pic s9(4) comp.
    77 canon_depth pic s9(4) comp.
    01 canon_frames.
      02 canon_frame occurs 99 times.
        03 canon_frame_start pic s9(4) comp.
        03 canon_frame_elems pic s9(4) comp.
        03 canon_frame_int pic x.

  linkage section.
    01 ln-left pic x(999).
    01 ln-right pic x(999).
          depending on ln-trace_cnt indexed by ln-trace_idx.

procedure division using ln-left ln-right ln-order ln-trace.
  move 0 to ln-trace_cnt
  if ln-order = 9
    perform canonical_form
    move canon_out to ln-right
    move 0 to ln-order
    goback
  end-if
  initialize tokens_stack
  move 0 to order_status
  move function trim(ln-left) to left_string
  move function trim(ln-right) to right_string
    move trace_text to ln-trace_row(ln-trace_cnt)
  end-if
  .

canonical_form.
  move function trim(ln-left) to canon_in
  move function length(function trim(ln-left)) to canon_in_len
  move spaces to canon_out
  move 0 to canon_ptr
  move 0 to canon_depth
  move "N" to canon_in_number
  perform varying canon_in_idx from 1 by 1
      until canon_in_idx > canon_in_len
    move canon_in(canon_in_idx:1) to canon_char
    evaluate true
      when canon_char = "["
        move "N" to canon_in_number
        if canon_depth > 0
          perform canon_next_element
          move "N" to canon_frame_int(canon_depth)
        end-if
        if canon_depth < 99
          add 1 to canon_depth
        end-if
        add 1 to canon_ptr
        move canon_ptr to canon_frame_start(canon_depth)
        move 0 to canon_frame_elems(canon_depth)
        move "N" to canon_frame_int(canon_depth)
        move "[" to canon_out(canon_ptr:1)
      when canon_char = "]"
        move "N" to canon_in_number
        perform canon_close_list
      when canon_char is numeric
        perform canon_digit
      when other
        *> Commas are put back where the elements call for them;
        *> spaces are dropped.
        move "N" to canon_in_number
    end-evaluate
  end-perform
  .

canon_next_element.
  if canon_frame_elems(canon_depth) > 0
    add 1 to canon_ptr
    move "," to canon_out(canon_ptr:1)
  end-if
  add 1 to canon_frame_elems(canon_depth)
  .

canon_digit.
  if canon_in_number = "N"
    move "Y" to canon_in_number
    if canon_depth > 0
      perform canon_next_element
      move "Y" to canon_frame_int(canon_depth)
    end-if
    add 1 to canon_ptr
    move canon_ptr to canon_number_pos
    move canon_char to canon_out(canon_ptr:1)
    exit paragraph
  end-if
  *> A leading zero gives way to the digit after it.
  if canon_ptr = canon_number_pos and canon_out(canon_ptr:1) = "0"
    move canon_char to canon_out(canon_ptr:1)
  else
    add 1 to canon_ptr
    move canon_char to canon_out(canon_ptr:1)
  end-if
  .

*> A list inside the packet holding a single integer drops its "["
*> and becomes that integer in its parent; anything else closes.
canon_close_list.
  if canon_depth > 1
      and canon_frame_elems(canon_depth) = 1
      and canon_frame_int(canon_depth) = "Y"
    compute canon_shift_len = canon_ptr - canon_frame_start(canon_depth)
    move canon_out(canon_frame_start(canon_depth) + 1:canon_shift_len)
        to canon_work
    move canon_work(1:canon_shift_len)
        to canon_out(canon_frame_start(canon_depth):canon_shift_len)
    move space to canon_out(canon_ptr:1)
    subtract 1 from canon_ptr
    subtract 1 from canon_depth
    move "Y" to canon_frame_int(canon_depth)
    exit paragraph
  end-if
  add 1 to canon_ptr
  move "]" to canon_out(canon_ptr:1)
  if canon_depth > 0
    subtract 1 from canon_depth
  end-if
  .
