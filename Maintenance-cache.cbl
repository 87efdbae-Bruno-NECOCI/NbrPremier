      *    comptees a part. L'operateur (premiere ligne SYSIN) est
      *    verifie contre le fichier maitre comme au screening ; la
      *    purge, destructrice, exige une autorite 4 ou plus - un
      *    refus est trace dans le journal d'audit, de meme que
      *    la purge effectuee (seuil et entrees supprimees).
      *    Le recontrole divise par les seuls premiers de la table
      *    de reference DIVPREM (crible NBRCRIB) quand elle est
      *    disponible et coherente, pas a pas sinon ; la methode
      *    retenue figure au rapport.
      *    Chaque ligne ecrite au journal d'audit est chainee a la
      *    precedente (CHAINE=rang-valeur en colonnes 175 a 200)
      *    pour que toute ligne modifiee ou supprimee se voie au
      *    controle du chainage (VERICHAI).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS FD-OPER-ID
               FILE STATUS IS WS-STATUT-OPERATEUR.

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

       FD  RAPPORT-FILE.
       01  FD-LIGNE-RAPPORT   PIC X(100).
           05  FILLER             PIC X.
           05  FD-OPER-ACTIF      PIC X.

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
       01  WS-STATUT-CACHE    PIC X(2) VALUE SPACES.
       01  WS-STATUT-RAPPORT  PIC X(2) VALUE SPACES.
           88  WS-OPER-EST-AUTORISE VALUE 'O'.
       01  WS-HEURE-JOUR      PIC 9(8) VALUE ZERO.
       01  WS-LIGNE-JOURNAL   PIC X(200) VALUE SPACES.
       01  WS-CHAINE-PRECEDENTE PIC 9(9) VALUE ZERO.
       01  WS-CHAINE-RANG     PIC 9(9) VALUE ZERO.
       01  WS-CHAINE-VALEUR   PIC 9(12) VALUE ZERO.
       01  WS-CHAINE-IDX      PIC 9(3) VALUE ZERO.
       01  WS-FIN-CHAINE      PIC X VALUE 'N'.
           88  WS-FIN-RELECTURE-JOURNAL VALUE 'O'.
       01  WS-CHAINE-ZONE.
           05  WS-CHN-ETIQUETTE PIC X(7).
           05  WS-CHN-RANG      PIC 9(9).
           05  WS-CHN-TIRET     PIC X.
           05  WS-CHN-VALEUR    PIC 9(9).

       01  WS-FIN-FICHIER     PIC X VALUE 'N'.
           88  WS-FIN-CACHE       VALUE 'O'.
       01  WS-VERDICT-CALCULE PIC X VALUE SPACE.
       01  WS-FACT-MIN-CALCULE PIC 9(9) VALUE ZERO.

      *    Table des diviseurs premiers jusqu'a la racine du plus
      *    grand candidat (31 622), chargee depuis DIVPREM ; absente
      *    ou incoherente, le recontrole reste pas a pas.
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

       01  WS-LIGNE-RAPPORT   PIC X(100) VALUE SPACES.
       01  WS-EDIT-COMPTEUR   PIC Z(8)9.
       01  WS-N-EDIT          PIC Z(8)9.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           MOVE FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
               TO WS-JOUR-COURANT.
           PERFORM REPRENDRE-CHAINE-JOURNAL.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-STATUT-JOURNAL = '35'
               OPEN OUTPUT JOURNAL-FILE
           IF WS-JOURS-PURGE > 0
               PERFORM CONTROLE-AUTORITE-PURGE
           END-IF.
           IF WS-PAS-SONDAGE > 0
               PERFORM CHARGER-TABLE-DIVISEURS
           END-IF.
           OPEN OUTPUT RAPPORT-FILE.
           IF WS-STATUT-RAPPORT NOT = '00'
               DISPLAY 'Impossible de creer le rapport de '
           ELSE
               PERFORM BALAYER-CACHE
               CLOSE CACHE-FILE
               IF WS-JOURS-PURGE > 0
                   PERFORM JOURNALISER-PURGE
               END-IF
           END-IF.
           PERFORM ECRIRE-SYNTHESE.
           CLOSE RAPPORT-FILE.
               INTO WS-LIGNE-JOURNAL
           END-STRING.
           MOVE WS-LIGNE-JOURNAL TO FD-LIGNE-JOURNAL.
           PERFORM CHAINER-LIGNE-JOURNAL.
           WRITE FD-LIGNE-JOURNAL.

      *    La purge supprime definitivement des verdicts accumules :
                   INTO WS-LIGNE-JOURNAL
               END-STRING
               MOVE WS-LIGNE-JOURNAL TO FD-LIGNE-JOURNAL
               PERFORM CHAINER-LIGNE-JOURNAL
               WRITE FD-LIGNE-JOURNAL
           END-IF.

               END-IF
           END-IF.

      *    Une purge effectuee est tracee avec son seuil et le
      *    nombre d'entrees supprimees : la recertification des
      *    operateurs y voit l'usage effectif de l'autorite 4.
       JOURNALISER-PURGE.
           ACCEPT WS-HEURE-JOUR FROM TIME.
           MOVE SPACES TO WS-LIGNE-JOURNAL.
           MOVE WS-NB-PURGEES TO WS-EDIT-COMPTEUR.
           STRING WS-DATE-JOUR DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-HEURE-JOUR DELIMITED BY SIZE
               ' OPERATEUR=' DELIMITED BY SIZE
               WS-OPERATEUR-ID DELIMITED BY SIZE
               ' AUTORITE=' DELIMITED BY SIZE
               WS-OPER-AUTORITE DELIMITED BY SIZE
               ' FONCTION=PURGE JOURS=' DELIMITED BY SIZE
               WS-JOURS-PURGE DELIMITED BY SIZE
               ' PURGEES=' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
               INTO WS-LIGNE-JOURNAL
           END-STRING.
           MOVE WS-LIGNE-JOURNAL TO FD-LIGNE-JOURNAL.
           PERFORM CHAINER-LIGNE-JOURNAL.
           WRITE FD-LIGNE-JOURNAL.

       PURGER-ENTREE.
           DELETE CACHE-FILE
               INVALID KEY
           IF WS-NUMERO < 2
               MOVE 'N' TO WS-VERDICT-CALCULE
           ELSE
               IF WS-TABLE-DIV-EST-CHARGEE
                   PERFORM CALCULER-VERDICT-TABLE
               ELSE
                   PERFORM CALCULER-VERDICT-PAS-A-PAS
               END-IF
           END-IF.

      *    Le premier diviseur trouve dans l'ordre croissant des
      *    premiers est le plus petit facteur ; table epuisee sans
      *    diviseur = premier (elle couvre la racine de tout
      *    candidat).
       CALCULER-VERDICT-TABLE.
           MOVE 1 TO WS-IDX-DIV.
           PERFORM UNTIL WS-IDX-DIV > WS-NB-DIVISEURS
                   OR WS-FACT-MIN-CALCULE > 0
                   OR WS-DIVISEUR-PREMIER(WS-IDX-DIV)
                      * WS-DIVISEUR-PREMIER(WS-IDX-DIV) > WS-NUMERO
               DIVIDE WS-NUMERO BY WS-DIVISEUR-PREMIER(WS-IDX-DIV)
                   GIVING WS-QUOTIENT REMAINDER WS-RESTE
               IF WS-RESTE = 0
                   MOVE 'N' TO WS-VERDICT-CALCULE
                   MOVE WS-DIVISEUR-PREMIER(WS-IDX-DIV)
                       TO WS-FACT-MIN-CALCULE
               END-IF
               ADD 1 TO WS-IDX-DIV
           END-PERFORM.

       CALCULER-VERDICT-PAS-A-PAS.
           DIVIDE WS-NUMERO BY 2
               GIVING WS-QUOTIENT REMAINDER WS-RESTE
           IF WS-RESTE = 0 AND WS-NUMERO > 2
               MOVE 'N' TO WS-VERDICT-CALCULE
               MOVE 2 TO WS-FACT-MIN-CALCULE
           ELSE
               MOVE 3 TO WS-DIVISEUR
               PERFORM UNTIL WS-DIVISEUR * WS-DIVISEUR > WS-NUMERO
                       OR WS-FACT-MIN-CALCULE > 0
                   DIVIDE WS-NUMERO BY WS-DIVISEUR
                       GIVING WS-QUOTIENT REMAINDER WS-RESTE
                   IF WS-RESTE = 0
                       MOVE 'N' TO WS-VERDICT-CALCULE
                       MOVE WS-DIVISEUR TO WS-FACT-MIN-CALCULE
                   END-IF
                   ADD 2 TO WS-DIVISEUR
               END-PERFORM
           END-IF.

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
                   ' - recontrole pas a pas.'
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
                       'ou incoherente - recontrole pas a pas.'
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

               INTO WS-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.
           IF WS-PAS-SONDAGE > 0
               IF WS-TABLE-DIV-EST-CHARGEE
                   MOVE 'Recontrole par la table des diviseurs premiers'
                       TO FD-LIGNE-RAPPORT
               ELSE
                   MOVE 'Recontrole pas a pas (table DIVPREM absente)'
                       TO FD-LIGNE-RAPPORT
               END-IF
               WRITE FD-LIGNE-RAPPORT
           END-IF.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING 'Date de reference la plus ancienne: '
               DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.

      *    Chainage du journal d'audit : chaque ligne porte en
      *    colonnes 175 a 200 'CHAINE=' suivi de son rang (9) dans
      *    le journal, d'un tiret et d'une valeur de controle (9)
      *    calculee sur les colonnes 1 a 191 de la ligne en partant
      *    de la valeur de la ligne precedente. Avant d'ecrire, on
      *    releve donc le dernier chainon du journal en place ; les
      *    lignes anterieures au chainage (sans CHAINE=) sont
      *    ignorees, un journal sans chainon repart du rang 1.
       REPRENDRE-CHAINE-JOURNAL.
           MOVE ZERO TO WS-CHAINE-PRECEDENTE.
           MOVE ZERO TO WS-CHAINE-RANG.
           MOVE 'N' TO WS-FIN-CHAINE.
           OPEN INPUT JOURNAL-FILE.
           IF WS-STATUT-JOURNAL = '00'
               PERFORM UNTIL WS-FIN-RELECTURE-JOURNAL
                   READ JOURNAL-FILE
                       AT END
                           MOVE 'O' TO WS-FIN-CHAINE
                       NOT AT END
                           PERFORM RELEVER-CHAINON
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       RELEVER-CHAINON.
           MOVE FD-LIGNE-JOURNAL(175:26) TO WS-CHAINE-ZONE.
           IF WS-CHN-ETIQUETTE = 'CHAINE=' AND WS-CHN-TIRET = '-'
               AND WS-CHN-RANG NUMERIC AND WS-CHN-VALEUR NUMERIC
               MOVE WS-CHN-RANG TO WS-CHAINE-RANG
               MOVE WS-CHN-VALEUR TO WS-CHAINE-PRECEDENTE
           END-IF.

      *    Appele entre la mise en place de la ligne dans le tampon
      *    du journal et son ecriture : le texte de la ligne doit
      *    tenir en colonnes 1 a 173.
       CHAINER-LIGNE-JOURNAL.
           ADD 1 TO WS-CHAINE-RANG.
           MOVE 'CHAINE=' TO WS-CHN-ETIQUETTE.
           MOVE WS-CHAINE-RANG TO WS-CHN-RANG.
           MOVE '-' TO WS-CHN-TIRET.
           MOVE ZERO TO WS-CHN-VALEUR.
           MOVE SPACES TO FD-LIGNE-JOURNAL(174:27).
           MOVE WS-CHAINE-ZONE(1:17) TO FD-LIGNE-JOURNAL(175:17).
           MOVE WS-CHAINE-PRECEDENTE TO WS-CHAINE-VALEUR.
           PERFORM VARYING WS-CHAINE-IDX FROM 1 BY 1
                   UNTIL WS-CHAINE-IDX > 191
               COMPUTE WS-CHAINE-VALEUR = FUNCTION MOD(
                   WS-CHAINE-VALEUR * 256
                   + FUNCTION ORD(FD-LIGNE-JOURNAL(WS-CHAINE-IDX:1)),
                   999999937)
           END-PERFORM.
           MOVE WS-CHAINE-VALEUR TO WS-CHAINE-PRECEDENTE.
           MOVE WS-CHAINE-VALEUR TO WS-CHN-VALEUR.
           MOVE WS-CHN-VALEUR TO FD-LIGNE-JOURNAL(192:9).
