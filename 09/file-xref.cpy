      *> Cross-reference from the file numbers of an emitted disk
      *> map back to the file ids they held on the compacted disk.
      *> The dense map numbers files by position, so once files have
      *> moved (or been split by block compaction) the numbering in
      *> the new generation differs; XREF-ORIGINAL-ID(n) is the id
      *> carried by the map's file n - 1, or C-FREE for a zero-length
      *> placeholder that only splits a free run longer than 9.
       01  FILE-XREF-GRP.
           05  FILE-XREF-SIZE                 PIC 9(6) COMP VALUE 0.
           05  FILE-XREF OCCURS 0 TO 20000
               DEPENDING ON FILE-XREF-SIZE
               INDEXED BY XREF-INDEX.
           10  XREF-ORIGINAL-ID               PIC S9(6) COMP.
           10  XREF-BLOCKS                    PIC 9(1).
