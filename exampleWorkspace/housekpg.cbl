                   string "REJAGING" ws-cand-date(ws-cand-idx)
                          ".TXT" delimited by size
                       into ws-cand-name
               when "PORCVRPT"
                   string "PORCVRPT" ws-cand-date(ws-cand-idx)
                          ".TXT" delimited by size
                       into ws-cand-name
               when "STKRPT"
                   string "STKRPT" ws-cand-date(ws-cand-idx)
                          ".TXT" delimited by size
                       into ws-cand-name
               when "INVMRPT"
                   string "INVMRPT" ws-cand-date(ws-cand-idx)
                          ".TXT" delimited by size
                       into ws-cand-name
               when "APRLSE"
                   string "APRLSE" ws-cand-date(ws-cand-idx)
                          ".DAT" delimited by size
                       into ws-cand-name
               when "APHOLD"
                   string "APHOLD" ws-cand-date(ws-cand-idx)
                          ".DAT" delimited by size
                       into ws-cand-name
               when "CLMNOTE"
                   string "CLMNOTE" ws-cand-date(ws-cand-idx)
                          ".TXT" delimited by size
                       into ws-cand-name
               when "CLMOPEN"
                   string "CLMOPEN" ws-cand-date(ws-cand-idx)
                          ".TXT" delimited by size
                       into ws-cand-name
               when "QCRPT"
                   string "QCRPT" ws-cand-date(ws-cand-idx)
                          ".TXT" delimited by size
                       into ws-cand-name
               when "RCLTRACE"
                   string "RCLTRACE" ws-cand-date(ws-cand-idx)
                          ".TXT" delimited by size
                       into ws-cand-name
               when "EXPSTOCK"
                   string "EXPSTOCK" ws-cand-date(ws-cand-idx)
                          ".TXT" delimited by size
                       into ws-cand-name
               when "APPRRPT"
                   string "APPRRPT" ws-cand-date(ws-cand-idx)
                          ".TXT" delimited by size
                       into ws-cand-name
               when "INTEGRPT"
                   string "INTEGRPT" ws-cand-date(ws-cand-idx)
                          ".TXT" delimited by size
                       into ws-cand-name
               when "XLATERR"
                   string "XLATERR" ws-cand-date(ws-cand-idx)
                          ".TXT" delimited by size
                       into ws-cand-name
               when "GRPIRPT"
                   string "GRPIRPT" ws-cand-date(ws-cand-idx)
                          ".TXT" delimited by size
                       into ws-cand-name
               when "RBACKRPT"
                   string "RBACKRPT" ws-cand-date(ws-cand-idx)
                          ".TXT" delimited by size
                       into ws-cand-name
      *--------The PRODMNT backout journals are dated by the
      *        maintenance day; a journal past retention is one
      *        whose reversal window has closed. Archive rather
                   string "PRODJRNL" ws-cand-date(ws-cand-idx)
                          ".DAT" delimited by size
                       into ws-cand-name
               when "GLJRNL"
                   string "GLJRNL" ws-cand-date(ws-cand-idx)
                          "S" ws-cand-seq(ws-cand-idx)
                          ".DAT" delimited by size
                       into ws-cand-name
               when "GLPROOF"
                   string "GLPROOF" ws-cand-date(ws-cand-idx)
                          "S" ws-cand-seq(ws-cand-idx)
                          ".TXT" delimited by size
                       into ws-cand-name
               when "SUPRSEDE"
                   string "SUPRSEDE" ws-cand-date(ws-cand-idx)
                          "S" ws-cand-seq(ws-cand-idx)
