      *    pas). Les lignes d'acces refuse et les verdicts invalides
      *    (jamais mis en cache) sont ignores. Une entree deja
      *    presente est rafraichie (REWRITE), comme au screening.
      *    Le classement des premiers (GRADE=, initiale reprise
      *    comme code) et leur longueur (BITS=) sont repris du
      *    journal quand la ligne les porte ; a defaut l'entree part
      *    sans classement et sera classee a la prochaine
      *    consultation par le screening.
      *    La decomposition des composes divise par les seuls
      *    premiers de la table de reference DIVPREM (crible
      *    NBRCRIB) quand elle est disponible et coherente, pas a
      *    pas sinon.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS FD-CACHE-NUMERO
               FILE STATUS IS WS-STATUT-CACHE.

           SELECT DIVISEUR-FILE ASSIGN TO DIVPREM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-DIVISEUR.

      *--------------
       DATA DIVISION.
      *--------------
           05  FD-CACHE-OPERATEUR PIC X(8).
           05  FILLER             PIC X.
           05  FD-CACHE-FACTEURS  PIC X(100).
           05  FILLER             PIC X.
           05  FD-CACHE-GRADE     PIC X.
           05  FD-CACHE-BITS      PIC 9(2).

       FD  DIVISEUR-FILE.
       01  FD-DIVISEUR.
           05  FD-DIV-TYPE        PIC X.
               88  FD-DIV-DETAIL      VALUE 'D'.
               88  FD-DIV-FIN         VALUE 'F'.
           05  FILLER             PIC X.
           05  FD-DIV-VALEUR      PIC 9(5).
           05  FILLER             PIC X.
           05  FD-DIV-COMPTE      PIC 9(5).
           05  FILLER             PIC X(7).

       WORKING-STORAGE SECTION.
       01  WS-STATUT-JOURNAL  PIC X(2) VALUE SPACES.
       01  WS-OPER-LU         PIC X(8) VALUE SPACES.
       01  WS-NOMBRE-LU       PIC X(9) VALUE SPACES.
       01  WS-VERDICT-LU      PIC X(8) VALUE SPACES.
       01  WS-GRADE-LU        PIC X VALUE SPACE.
       01  WS-BITS-LU         PIC X(2) VALUE SPACES.
       01  WS-REFUS-LU        PIC X VALUE 'N'.
           88  WS-EST-REFUS       VALUE 'O'.

       01  WS-PTR-FACT        PIC 9(4) VALUE ZERO.
       01  WS-PLUS-PETIT-FACTEUR PIC 9(9) VALUE ZERO.

      *    Table des diviseurs premiers jusqu'a la racine du plus
      *    grand candidat (31 622), chargee depuis DIVPREM ; absente
      *    ou incoherente, la decomposition reste pas a pas.
       01  WS-STATUT-DIVISEUR PIC X(2) VALUE SPACES.
       01  WS-DIV-BORNE-MINI  PIC 9(5) VALUE 31622.
       01  WS-NB-DIVISEURS    PIC 9(4) VALUE ZERO.
       01  WS-TABLE-DIVISEURS.
           05  WS-DIVISEUR-PREMIER PIC 9(5) OCCURS 3500 TIMES.
       01  WS-IDX-DIV         PIC 9(4) VALUE ZERO.
       01  WS-DERNIER-DIVISEUR PIC 9(5) VALUE ZERO.
       01  WS-TABLE-DIV-CHARGEE PIC X VALUE 'N'.
           88  WS-TABLE-DIV-EST-CHARGEE VALUE 'O'.
       01  WS-TABLE-DIV-ANOMALIE PIC X VALUE 'N'.
           88  WS-TABLE-DIV-EST-ANORMALE VALUE 'O'.
       01  WS-TABLE-DIV-FIN-VUE PIC X VALUE 'N'.
           88  WS-TABLE-DIV-FIN-EST-VUE VALUE 'O'.
       01  WS-FIN-DIVISEURS   PIC X VALUE 'N'.
           88  WS-FIN-TABLE-DIV   VALUE 'O'.

       PROCEDURE DIVISION.

           PERFORM LIRE-PARAMETRES.
           PERFORM CHARGER-TABLE-DIVISEURS.
           OPEN I-O CACHE-FILE.
           IF WS-STATUT-CACHE NOT = '00'
               DISPLAY 'Cache inaccessible - statut ' WS-STATUT-CACHE
       ANALYSER-LIGNE.
           MOVE SPACES TO WS-JETONS.
           MOVE SPACES TO WS-OPER-LU WS-NOMBRE-LU WS-VERDICT-LU.
           MOVE SPACE TO WS-GRADE-LU.
           MOVE SPACES TO WS-BITS-LU.
           MOVE 'N' TO WS-REFUS-LU.
           UNSTRING FD-LIGNE-JOURNAL(19:182)
               DELIMITED BY ALL ' '
           IF WS-JETON(WS-IDX-JETON)(1:6) = 'ACCES='
               MOVE 'O' TO WS-REFUS-LU
           END-IF.
           IF WS-JETON(WS-IDX-JETON)(1:6) = 'GRADE='
               MOVE WS-JETON(WS-IDX-JETON)(7:1) TO WS-GRADE-LU
           END-IF.
           IF WS-JETON(WS-IDX-JETON)(1:5) = 'BITS='
               MOVE WS-JETON(WS-IDX-JETON)(6:2) TO WS-BITS-LU
           END-IF.

       RECONSTITUER-ENTREE.
           ADD 1 TO WS-NB-REJOUEES.
               MOVE 'O' TO FD-CACHE-VERDICT
               MOVE ZERO TO FD-CACHE-FACT-MIN
               MOVE SPACES TO FD-CACHE-FACTEURS
               IF FUNCTION TEST-NUMVAL(WS-BITS-LU) = 0
                   AND (WS-GRADE-LU = 'S' OR 'F' OR 'O' OR 'V')
                   MOVE WS-GRADE-LU TO FD-CACHE-GRADE
                   MOVE FUNCTION NUMVAL(WS-BITS-LU) TO FD-CACHE-BITS
               ELSE
                   MOVE SPACE TO FD-CACHE-GRADE
                   MOVE ZERO TO FD-CACHE-BITS
               END-IF
           ELSE
               MOVE 'N' TO FD-CACHE-VERDICT
               PERFORM DECOMPOSITION-FACTEURS
               MOVE WS-PLUS-PETIT-FACTEUR TO FD-CACHE-FACT-MIN
               MOVE WS-FACTEURS-TXT TO FD-CACHE-FACTEURS
               MOVE SPACE TO FD-CACHE-GRADE
               MOVE ZERO TO FD-CACHE-BITS
           END-IF.
           MOVE WS-LIGNE-DATE TO FD-CACHE-DATE-REF.
           MOVE WS-OPER-LU TO FD-CACHE-OPERATEUR.
       DECOMPOSITION-FACTEURS.
           MOVE WS-NUMERO TO WS-N-RESTANT.
           MOVE ZERO TO WS-NB-FACTEURS.
           IF WS-TABLE-DIV-EST-CHARGEE
               MOVE 1 TO WS-IDX-DIV
               PERFORM UNTIL WS-IDX-DIV > WS-NB-DIVISEURS
                       OR WS-DIVISEUR-PREMIER(WS-IDX-DIV)
                          * WS-DIVISEUR-PREMIER(WS-IDX-DIV)
                          > WS-N-RESTANT
                   MOVE WS-DIVISEUR-PREMIER(WS-IDX-DIV)
                       TO WS-FACTEUR-CAND
                   PERFORM EXTRAIRE-FACTEUR-CAND
                   ADD 1 TO WS-IDX-DIV
               END-PERFORM
           ELSE
               MOVE 2 TO WS-FACTEUR-CAND
               PERFORM UNTIL WS-FACTEUR-CAND * WS-FACTEUR-CAND
                       > WS-N-RESTANT
                   PERFORM EXTRAIRE-FACTEUR-CAND
                   ADD 1 TO WS-FACTEUR-CAND
               END-PERFORM
           END-IF.
           IF WS-N-RESTANT > 1
               ADD 1 TO WS-NB-FACTEURS
               MOVE WS-N-RESTANT TO WS-FACTEUR(WS-NB-FACTEURS)
           IF WS-FACTEURS-EST-TRONQUE
               MOVE '...' TO WS-FACTEURS-TXT(98:3)
           END-IF.

       EXTRAIRE-FACTEUR-CAND.
           DIVIDE WS-N-RESTANT BY WS-FACTEUR-CAND
               GIVING WS-QUOTIENT-FACT REMAINDER WS-RESTE-FACT.
           PERFORM UNTIL WS-RESTE-FACT NOT = 0
               ADD 1 TO WS-NB-FACTEURS
               MOVE WS-FACTEUR-CAND TO WS-FACTEUR(WS-NB-FACTEURS)
               MOVE WS-QUOTIENT-FACT TO WS-N-RESTANT
               DIVIDE WS-N-RESTANT BY WS-FACTEUR-CAND
                   GIVING WS-QUOTIENT-FACT
                   REMAINDER WS-RESTE-FACT
           END-PERFORM.

      *    La table n'est retenue que complete : enregistrements 'D'
      *    en ordre strictement croissant et numerotes sans trou,
      *    puis un 'F' dont le compte correspond et dont la borne
      *    couvre la racine du plus grand candidat.
       CHARGER-TABLE-DIVISEURS.
           MOVE ZERO TO WS-NB-DIVISEURS.
           MOVE ZERO TO WS-TABLE-DIVISEURS.
           MOVE 1 TO WS-DERNIER-DIVISEUR.
           OPEN INPUT DIVISEUR-FILE.
           IF WS-STATUT-DIVISEUR NOT = '00'
               DISPLAY 'Table des diviseurs premiers inaccessible - '
                   'statut ' WS-STATUT-DIVISEUR
                   ' - decomposition pas a pas.'
           ELSE
               PERFORM UNTIL WS-FIN-TABLE-DIV
                   READ DIVISEUR-FILE
                       AT END
                           MOVE 'O' TO WS-FIN-DIVISEURS
                       NOT AT END
                           PERFORM CHARGER-UN-DIVISEUR
                   END-READ
               END-PERFORM
               CLOSE DIVISEUR-FILE
               IF WS-TABLE-DIV-FIN-EST-VUE
                  AND NOT WS-TABLE-DIV-EST-ANORMALE
                  AND WS-NB-DIVISEURS > 0
                   MOVE 'O' TO WS-TABLE-DIV-CHARGEE
               ELSE
                   MOVE ZERO TO WS-NB-DIVISEURS
                   DISPLAY 'Table des diviseurs premiers incomplete '
                       'ou incoherente - decomposition pas a pas.'
               END-IF
           END-IF.

       CHARGER-UN-DIVISEUR.
           IF WS-TABLE-DIV-FIN-EST-VUE
               MOVE 'O' TO WS-TABLE-DIV-ANOMALIE
           ELSE
               IF FD-DIV-DETAIL
                   IF FD-DIV-VALEUR NOT NUMERIC
                      OR FD-DIV-COMPTE NOT NUMERIC
                      OR WS-NB-DIVISEURS >= 3500
                       MOVE 'O' TO WS-TABLE-DIV-ANOMALIE
                   ELSE
                       IF FD-DIV-VALEUR <= WS-DERNIER-DIVISEUR
                          OR FD-DIV-COMPTE NOT = WS-NB-DIVISEURS + 1
                           MOVE 'O' TO WS-TABLE-DIV-ANOMALIE
                       ELSE
                           ADD 1 TO WS-NB-DIVISEURS
                           MOVE FD-DIV-VALEUR
                               TO WS-DIVISEUR-PREMIER(WS-NB-DIVISEURS)
                           MOVE FD-DIV-VALEUR TO WS-DERNIER-DIVISEUR
                       END-IF
                   END-IF
               ELSE
                   IF FD-DIV-FIN
                       MOVE 'O' TO WS-TABLE-DIV-FIN-VUE
                       IF FD-DIV-VALEUR NOT NUMERIC
                          OR FD-DIV-COMPTE NOT NUMERIC
                           MOVE 'O' TO WS-TABLE-DIV-ANOMALIE
                       ELSE
                           IF FD-DIV-COMPTE NOT = WS-NB-DIVISEURS
                              OR FD-DIV-VALEUR < WS-DIV-BORNE-MINI
                               MOVE 'O' TO WS-TABLE-DIV-ANOMALIE
                           END-IF
                       END-IF
                   ELSE
                       MOVE 'O' TO WS-TABLE-DIV-ANOMALIE
                   END-IF
               END-IF
           END-IF.
