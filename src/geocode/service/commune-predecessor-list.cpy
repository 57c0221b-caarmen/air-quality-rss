      *> ===============================================================
      *> COPYBOOK: commune-predecessor-list
      *> PURPOSE: The retired INSEE codes that now resolve to one
      *>          current commune, as COMMUNE-PREDECESSORS hands them
      *>          back - what a reader of the archives needs to keep
      *>          a merged commune's history continuous, since the
      *>          readings taken before the merger stay filed under
      *>          the codes of the day. Forty covers the largest
      *>          communes nouvelles formed so far (some two dozen
      *>          communes each) with room to spare; any beyond that
      *>          are not listed.
      *> ===============================================================
       01  C-CPL-MAX-COUNT              CONSTANT AS 40.
       01  CPL-LIST-GRP.
           05  CPL-COUNT                PIC 9(2) VALUE 0.
           05  CPL-CODE                 PIC X(5) OCCURS 40 TIMES.
