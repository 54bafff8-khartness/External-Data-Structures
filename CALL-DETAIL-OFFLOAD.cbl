      *    live structure keeps its global numbering untouched.
      *    Late-mediated stragglers with old dates sitting past the
      *    boundary simply stay live until a later offload reaches
      *    them; nothing is ever skipped over.  The call date
      *    markers hold global positions as well, so they stay good
      *    across the swap and are left exactly as they are.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
