      *    le plus petit facteur et la chaine de facteurs, ainsi que
      *    la date du dernier test et l'operateur qui l'a effectue
      *    (portes par l'entree de cache, alimentes par le
      *    screening). Cle absente = reponse 'jamais teste'. Un
      *    verdict premier est accompagne de son classement (sur,
      *    fort, ordinaire, vulnerable) et de sa longueur en bits.
      *    Le fichier CACHEFL doit etre defini au CICS sur le
      *    cluster PROD.NBRPREM.CACHE (LSR, lecture seule ici).

       01  WS-N-EDIT          PIC Z(8)9.
       01  WS-FACT-EDIT       PIC Z(8)9.
       01  WS-PTR-REPONSE     PIC 9(4) VALUE ZERO.
       01  WS-GRADE-TXT       PIC X(10) VALUE SPACES.
       01  WS-BITS-EDIT       PIC Z9.

       01  WS-LIGNE-CACHE.
           05  WS-CACHE-NUMERO    PIC 9(9).
           05  WS-CACHE-OPERATEUR PIC X(8).
           05  FILLER             PIC X.
           05  WS-CACHE-FACTEURS  PIC X(100).
           05  FILLER             PIC X.
           05  WS-CACHE-GRADE     PIC X.
           05  WS-CACHE-BITS      PIC 9(2).

       PROCEDURE DIVISION.

                   ' : PREMIER' DELIMITED BY SIZE
                   INTO WS-REPONSE WITH POINTER WS-PTR-REPONSE
               END-STRING
               PERFORM AJOUTER-GRADE
           ELSE
               MOVE WS-CACHE-FACT-MIN TO WS-FACT-EDIT
               STRING 'Nombre ' DELIMITED BY SIZE
               INTO WS-REPONSE WITH POINTER WS-PTR-REPONSE
           END-STRING.

      *    Entree anterieure au classement (grade a blanc) : rien
      *    n'est affiche, le screening la classera au prochain test.
       AJOUTER-GRADE.
           EVALUATE WS-CACHE-GRADE
               WHEN 'S'
                   MOVE 'SUR' TO WS-GRADE-TXT
               WHEN 'F'
                   MOVE 'FORT' TO WS-GRADE-TXT
               WHEN 'O'
                   MOVE 'ORDINAIRE' TO WS-GRADE-TXT
               WHEN 'V'
                   MOVE 'VULNERABLE' TO WS-GRADE-TXT
               WHEN OTHER
                   MOVE SPACES TO WS-GRADE-TXT
           END-EVALUATE.
           IF WS-GRADE-TXT NOT = SPACES
               MOVE WS-CACHE-BITS TO WS-BITS-EDIT
               STRING ' - grade ' DELIMITED BY SIZE
                   WS-GRADE-TXT DELIMITED BY SPACE
                   ' (' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-BITS-EDIT) DELIMITED BY SIZE
                   ' bits)' DELIMITED BY SIZE
                   INTO WS-REPONSE WITH POINTER WS-PTR-REPONSE
               END-STRING
           END-IF.

       CONSTRUIRE-REPONSE-ABSENTE.
           MOVE SPACES TO WS-REPONSE.
           MOVE WS-NUMERO TO WS-N-EDIT.
