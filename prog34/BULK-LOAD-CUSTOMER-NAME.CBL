      *    EXPORT-CUSTOMER-NAME writes -- and packs it straight into
      *    leaves and the branch levels above them in one pass, the
      *    way a real bulk loader skips ADD-CUSTOMER-NAME's per-row
      *    search/insert/split path entirely.  The names in the file
      *    must already be STANDARDIZE-NAME keys, sorted on the key --
      *    an export of a tree is, and NAME-KEY-CONVERT builds one
      *    from a tree that predates the keys.
      *
      *    Leaves are packed left to right exactly like BT-INSERT-NODE
      *    packs them (PACK-RECORD, back off and start a new node on
