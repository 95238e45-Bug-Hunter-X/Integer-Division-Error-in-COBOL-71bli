      *> transaction and downstream batch jobs READ it by RM-KEY
      *> instead of scraping print lines out of the report GDG.
      *> RM-STATUS carries the same values as the report detail
      *> line: OK, ZERO-DIV, SIZE-ERR, BAD-OP, SRC-ERR.
      *> RM-RESULT/RM-REMAINDER are signed zoned (trailing overpunch)
      *> with two assumed decimals, matching TRANREC operands.
       01  RESULT-RECORD.
