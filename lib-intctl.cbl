*> reproduces its totals -- rerun the seal), "NONE" a legacy file
*> with no header, "FAIL" the totals do not reproduce -- the file
*> is damaged or truncated.
*> Header: "HDR nn count(8) hash(18) run(6)" -- the seal keeps the
*> layout version nn the file's header carries (01 when it has none).
*> Trailer: "TRL count(8) hash(18)".

environment division.
    77 out_run pic 9(6).
    77 trl_found pic x.
    77 hdr_found pic x.
    77 hdr_version pic x(2).
    77 trl_cnt pic 9(8).
    77 trl_hash pic 9(18).
    *> Count and hash as they stood at the trailer record, so
  move 0 to data_cnt
  move 0 to hash_total
  move "N" to hdr_found
  move "01" to hdr_version
  move "N" to trl_found
  move 0 to trl_cnt
  move 0 to trl_hash
        evaluate true
          when intfileline(1:4) = "HDR "
            move "Y" to hdr_found
            if intfileline(5:2) is numeric
              move intfileline(5:2) to hdr_version
            end-if
          when intfileline(1:4) = "TRL "
            move "Y" to trl_found
            move data_cnt to pre_trl_cnt
  move hash_total to out_hash
  move ln-run to out_run
  move spaces to intfileline
  string "HDR " hdr_version " " out_cnt " " out_hash " " out_run
    delimited by size into intfileline
  end-string
  write intfileline
