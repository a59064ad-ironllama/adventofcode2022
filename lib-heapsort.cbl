
  linkage section.
    01 ln-in_array.
      02 ln-array_cnt pic s9(8) comp.
      02 ln-array_item pic x(999) occurs 0 to unbounded
          depending on ln-array_cnt indexed by ln-array_idx.
    01 ln-compare.
