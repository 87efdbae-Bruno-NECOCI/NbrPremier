
      *    Conversion unique du cache des verdicts vers le nouveau
      *    format : relit le dechargement a plat de l'ancien cluster
      *    (140 octets : numero, verdict, plus petit facteur, date
      *    de derniere reference, operateur, facteurs) et reecrit
      *    chaque entree au format 144 octets avec le classement a
      *    blanc et la longueur en bits a zero - valeurs que le
      *    screening traite comme "non classe" (une entree premiere
      *    est classee et completee a sa prochaine consultation).
      *    A executer une seule fois, par le job de migration, entre
      *    le dechargement REPRO et le rechargement du cluster
      *    redefini.
           05  FILLER             PIC X.
           05  FD-ANC-FACT-MIN    PIC X(9).
           05  FILLER             PIC X.
           05  FD-ANC-DATE-REF    PIC X(8).
           05  FILLER             PIC X.
           05  FD-ANC-OPERATEUR   PIC X(8).
           05  FILLER             PIC X.
           05  FD-ANC-FACTEURS    PIC X(100).

       FD  NOUVEAU-FILE.
           05  FD-NOU-SEP2        PIC X.
           05  FD-NOU-FACT-MIN    PIC X(9).
           05  FD-NOU-SEP3        PIC X.
           05  FD-NOU-DATE-REF    PIC X(8).
           05  FD-NOU-SEP4        PIC X.
           05  FD-NOU-OPERATEUR   PIC X(8).
           05  FD-NOU-SEP5        PIC X.
           05  FD-NOU-FACTEURS    PIC X(100).
           05  FD-NOU-SEP6        PIC X.
           05  FD-NOU-GRADE       PIC X.
           05  FD-NOU-BITS        PIC 9(2).

       WORKING-STORAGE SECTION.
       01  WS-STATUT-ANCIEN   PIC X(2) VALUE SPACES.
           MOVE FD-ANC-NUMERO TO FD-NOU-NUMERO.
           MOVE FD-ANC-VERDICT TO FD-NOU-VERDICT.
           MOVE FD-ANC-FACT-MIN TO FD-NOU-FACT-MIN.
           MOVE FD-ANC-DATE-REF TO FD-NOU-DATE-REF.
           MOVE FD-ANC-OPERATEUR TO FD-NOU-OPERATEUR.
           MOVE FD-ANC-FACTEURS TO FD-NOU-FACTEURS.
           MOVE SPACE TO FD-NOU-GRADE.
           MOVE ZERO TO FD-NOU-BITS.
           WRITE FD-NOUVEAU.
           IF WS-STATUT-NOUVEAU = '00'
               ADD 1 TO WS-NB-CONVERTIES
