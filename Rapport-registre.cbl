       IDENTIFICATION DIVISION.
       PROGRAM-ID. RapportRegistre.
       AUTHOR. Bruno.

      *    Rapport periodique du registre des premiers emis : liste
      *    par departement demandeur les tentatives de seconde
      *    emission bloquees (fichier cumulatif des tentatives,
      *    alimente par l'edition amont, la seconde verification et
      *    l'adjudication) puis le contenu du registre lui-meme par
      *    departement detenteur. La carte parametre SYSIN comporte
      *    deux lignes : date de debut et date de fin de la periode
      *    (AAAAMMJJ, blanc = sans borne). La periode filtre les
      *    tentatives bloquees ; le registre est toujours liste en
      *    entier (il est permanent), avec pour chaque departement
      *    le nombre de premiers emis sur la periode.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRE-FILE ASSIGN TO REGISTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-REG-NUMERO
               FILE STATUS IS WS-STATUT-REGISTRE.

           SELECT BLOCAGE-FILE ASSIGN TO BLOQREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-BLOCAGE.

           SELECT RAPPORT-FILE ASSIGN TO REGIRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-RAPPORT.

           SELECT TRI-BLOCAGE ASSIGN TO SORTWK.

           SELECT TRI-REGISTRE ASSIGN TO SORTWK.

      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
       FD  REGISTRE-FILE.
       01  FD-LIGNE-REGISTRE.
           05  FD-REG-NUMERO      PIC 9(9).
           05  FILLER             PIC X.
           05  FD-REG-ID-DEMANDE  PIC X(8).
           05  FILLER             PIC X.
           05  FD-REG-DEPARTEMENT PIC X(4).
           05  FILLER             PIC X.
           05  FD-REG-DATE        PIC 9(8).
           05  FILLER             PIC X.
           05  FD-REG-OPERATEUR   PIC X(8).
           05  FILLER             PIC X.
           05  FD-REG-ORIGINE     PIC X(8).

       FD  BLOCAGE-FILE.
       01  FD-LIGNE-BLOCAGE.
           05  FD-BLQ-DATE        PIC X(8).
           05  FILLER             PIC X.
           05  FD-BLQ-HEURE       PIC X(8).
           05  FILLER             PIC X.
           05  FD-BLQ-ORIGINE     PIC X(8).
           05  FILLER             PIC X.
           05  FD-BLQ-OPERATEUR   PIC X(8).
           05  FILLER             PIC X.
           05  FD-BLQ-NUMERO      PIC X(9).
           05  FILLER             PIC X.
           05  FD-BLQ-ID-DEMANDE  PIC X(8).
           05  FILLER             PIC X.
           05  FD-BLQ-DEPARTEMENT PIC X(4).
           05  FILLER             PIC X.
           05  FD-BLQ-EMIS-ID     PIC X(8).
           05  FILLER             PIC X.
           05  FD-BLQ-EMIS-DEPT   PIC X(4).
           05  FILLER             PIC X.
           05  FD-BLQ-EMIS-DATE   PIC X(8).

       FD  RAPPORT-FILE.
       01  FD-LIGNE-RAPPORT   PIC X(100).

      *    Tentatives bloquees triees par departement demandeur puis
      *    chronologiquement (l'enregistrement commence par la date
      *    et l'heure de la tentative).
       SD  TRI-BLOCAGE.
       01  TRI-BLQ-ENREG.
           05  TRI-BLQ-DEPT       PIC X(4).
           05  TRI-BLQ-LIGNE      PIC X(82).

      *    Registre trie par departement detenteur puis numero.
       SD  TRI-REGISTRE.
       01  TRI-REG-ENREG.
           05  TRI-REG-DEPT       PIC X(4).
           05  TRI-REG-LIGNE      PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-STATUT-REGISTRE PIC X(2) VALUE SPACES.
       01  WS-STATUT-BLOCAGE  PIC X(2) VALUE SPACES.
       01  WS-STATUT-RAPPORT  PIC X(2) VALUE SPACES.

       01  WS-FIN-FICHIER     PIC X VALUE 'N'.
           88  WS-FIN-LECTURE     VALUE 'O'.
       01  WS-FIN-TRI         PIC X VALUE 'N'.
           88  WS-TRI-EST-FINI    VALUE 'O'.

       01  WS-DATE-DE         PIC X(8) VALUE SPACES.
       01  WS-DATE-A          PIC X(8) VALUE SPACES.

       01  WS-DEPT-COURANT    PIC X(4) VALUE SPACES.
       01  WS-PREMIER-DEPT    PIC X VALUE 'O'.
           88  WS-EST-PREMIER-DEPT VALUE 'O'.

       01  WS-NB-BLQ-LUES     PIC 9(9) VALUE ZERO.
       01  WS-NB-BLQ-RETENUES PIC 9(9) VALUE ZERO.
       01  WS-NB-BLQ-DEPT     PIC 9(9) VALUE ZERO.
       01  WS-NB-REG-TOTAL    PIC 9(9) VALUE ZERO.
       01  WS-NB-REG-PERIODE  PIC 9(9) VALUE ZERO.
       01  WS-NB-REG-DEPT     PIC 9(9) VALUE ZERO.
       01  WS-NB-REG-DEPT-PER PIC 9(9) VALUE ZERO.
       01  WS-NB-DEPTS        PIC 9(9) VALUE ZERO.

       01  WS-REG-DATE-TXT    PIC X(8) VALUE SPACES.
       01  WS-LIGNE-RAPPORT   PIC X(100) VALUE SPACES.
       01  WS-EDIT-COMPTEUR   PIC Z(8)9.
       01  WS-EDIT-COMPTEUR-2 PIC Z(8)9.

       PROCEDURE DIVISION.

           PERFORM LIRE-PARAMETRES.
           OPEN OUTPUT RAPPORT-FILE.
           IF WS-STATUT-RAPPORT NOT = '00'
               DISPLAY 'Impossible de creer le rapport du registre - '
                   'statut ' WS-STATUT-RAPPORT ' - traitement annule.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ECRIRE-ENTETE.
           SORT TRI-BLOCAGE
               ON ASCENDING KEY TRI-BLQ-DEPT
               ON ASCENDING KEY TRI-BLQ-LIGNE
               INPUT PROCEDURE IS SELECTION-BLOCAGES
               OUTPUT PROCEDURE IS EDITION-BLOCAGES.
           SORT TRI-REGISTRE
               ON ASCENDING KEY TRI-REG-DEPT
               ON ASCENDING KEY TRI-REG-LIGNE
               INPUT PROCEDURE IS SELECTION-REGISTRE
               OUTPUT PROCEDURE IS EDITION-REGISTRE.
           CLOSE RAPPORT-FILE.
           STOP RUN.

       LIRE-PARAMETRES.
           ACCEPT WS-DATE-DE.
           ACCEPT WS-DATE-A.
           IF WS-DATE-A = SPACES
               MOVE '99999999' TO WS-DATE-A
           END-IF.

      *    Le fichier des tentatives bloquees est cumulatif (jamais
      *    vide par la chaine) ; seules celles de la periode sont
      *    retenues. Fichier absent = aucune tentative connue.
       SELECTION-BLOCAGES.
           MOVE 'N' TO WS-FIN-FICHIER.
           OPEN INPUT BLOCAGE-FILE.
           IF WS-STATUT-BLOCAGE NOT = '00'
               DISPLAY 'Fichier des tentatives bloquees inaccessible '
                   '- statut ' WS-STATUT-BLOCAGE '.'
               MOVE 'O' TO WS-FIN-FICHIER
           END-IF.
           PERFORM UNTIL WS-FIN-LECTURE
               READ BLOCAGE-FILE
                   AT END
                       MOVE 'O' TO WS-FIN-FICHIER
                   NOT AT END
                       ADD 1 TO WS-NB-BLQ-LUES
                       IF FD-BLQ-DATE >= WS-DATE-DE
                           AND FD-BLQ-DATE <= WS-DATE-A
                           ADD 1 TO WS-NB-BLQ-RETENUES
                           MOVE FD-BLQ-DEPARTEMENT TO TRI-BLQ-DEPT
                           MOVE FD-LIGNE-BLOCAGE TO TRI-BLQ-LIGNE
                           RELEASE TRI-BLQ-ENREG
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-STATUT-BLOCAGE = '00' OR WS-STATUT-BLOCAGE = '10'
               CLOSE BLOCAGE-FILE
           END-IF.

       EDITION-BLOCAGES.
           MOVE SPACES TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.
           MOVE 'TENTATIVES DE SECONDE EMISSION BLOQUEES'
               TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.
           MOVE 'N' TO WS-FIN-TRI.
           MOVE 'O' TO WS-PREMIER-DEPT.
           MOVE ZERO TO WS-NB-DEPTS.
           PERFORM UNTIL WS-TRI-EST-FINI
               RETURN TRI-BLOCAGE
                   AT END
                       MOVE 'O' TO WS-FIN-TRI
                   NOT AT END
                       PERFORM EDITER-UNE-TENTATIVE
               END-RETURN
           END-PERFORM.
           IF WS-EST-PREMIER-DEPT
               MOVE '  Aucune tentative bloquee sur la periode.'
                   TO FD-LIGNE-RAPPORT
               WRITE FD-LIGNE-RAPPORT
           ELSE
               PERFORM TOTALISER-DEPT-BLOCAGES
           END-IF.
           MOVE WS-NB-BLQ-RETENUES TO WS-EDIT-COMPTEUR.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING 'Tentatives bloquees sur la periode: '
               DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.
           MOVE WS-NB-DEPTS TO WS-EDIT-COMPTEUR.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING 'Departements concernes: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.

       EDITER-UNE-TENTATIVE.
           MOVE TRI-BLQ-LIGNE TO FD-LIGNE-BLOCAGE.
           IF WS-EST-PREMIER-DEPT OR TRI-BLQ-DEPT NOT = WS-DEPT-COURANT
               IF NOT WS-EST-PREMIER-DEPT
                   PERFORM TOTALISER-DEPT-BLOCAGES
               END-IF
               MOVE 'N' TO WS-PREMIER-DEPT
               MOVE TRI-BLQ-DEPT TO WS-DEPT-COURANT
               MOVE ZERO TO WS-NB-BLQ-DEPT
               ADD 1 TO WS-NB-DEPTS
               MOVE SPACES TO WS-LIGNE-RAPPORT
               STRING 'Departement demandeur ' DELIMITED BY SIZE
                   WS-DEPT-COURANT DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT
               END-STRING
               MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT
               WRITE FD-LIGNE-RAPPORT
           END-IF.
           ADD 1 TO WS-NB-BLQ-DEPT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING '  ' DELIMITED BY SIZE
               FD-BLQ-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FD-BLQ-ORIGINE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FD-BLQ-NUMERO DELIMITED BY SIZE
               ' dem ' DELIMITED BY SIZE
               FD-BLQ-ID-DEMANDE DELIMITED BY SIZE
               ' oper ' DELIMITED BY SIZE
               FD-BLQ-OPERATEUR DELIMITED BY SIZE
               ' / emis dem ' DELIMITED BY SIZE
               FD-BLQ-EMIS-ID DELIMITED BY SIZE
               ' dept ' DELIMITED BY SIZE
               FD-BLQ-EMIS-DEPT DELIMITED BY SIZE
               ' le ' DELIMITED BY SIZE
               FD-BLQ-EMIS-DATE DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.

       TOTALISER-DEPT-BLOCAGES.
           MOVE WS-NB-BLQ-DEPT TO WS-EDIT-COMPTEUR.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING '  Total departement ' DELIMITED BY SIZE
               WS-DEPT-COURANT DELIMITED BY SIZE
               ': ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
               ' tentative(s) bloquee(s)' DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.

       SELECTION-REGISTRE.
           MOVE 'N' TO WS-FIN-FICHIER.
           OPEN INPUT REGISTRE-FILE.
           IF WS-STATUT-REGISTRE NOT = '00'
               DISPLAY 'Registre des premiers emis inaccessible - '
                   'statut ' WS-STATUT-REGISTRE '.'
               MOVE 'O' TO WS-FIN-FICHIER
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM UNTIL WS-FIN-LECTURE
               READ REGISTRE-FILE NEXT RECORD
                   AT END
                       MOVE 'O' TO WS-FIN-FICHIER
                   NOT AT END
                       MOVE FD-REG-DEPARTEMENT TO TRI-REG-DEPT
                       MOVE FD-LIGNE-REGISTRE TO TRI-REG-LIGNE
                       RELEASE TRI-REG-ENREG
               END-READ
           END-PERFORM.
           IF WS-STATUT-REGISTRE = '00' OR WS-STATUT-REGISTRE = '10'
               CLOSE REGISTRE-FILE
           END-IF.

       EDITION-REGISTRE.
           MOVE SPACES TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.
           MOVE 'CONTENU DU REGISTRE PAR DEPARTEMENT DETENTEUR'
               TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.
           MOVE 'N' TO WS-FIN-TRI.
           MOVE 'O' TO WS-PREMIER-DEPT.
           MOVE ZERO TO WS-NB-DEPTS.
           PERFORM UNTIL WS-TRI-EST-FINI
               RETURN TRI-REGISTRE
                   AT END
                       MOVE 'O' TO WS-FIN-TRI
                   NOT AT END
                       PERFORM EDITER-UNE-INSCRIPTION
               END-RETURN
           END-PERFORM.
           IF WS-EST-PREMIER-DEPT
               MOVE '  Registre vide.' TO FD-LIGNE-RAPPORT
               WRITE FD-LIGNE-RAPPORT
           ELSE
               PERFORM TOTALISER-DEPT-REGISTRE
           END-IF.
           MOVE WS-NB-REG-TOTAL TO WS-EDIT-COMPTEUR.
           MOVE WS-NB-REG-PERIODE TO WS-EDIT-COMPTEUR-2.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING 'Premiers inscrits au registre: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
               ' dont emis sur la periode: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR-2) DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.
           MOVE WS-NB-DEPTS TO WS-EDIT-COMPTEUR.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING 'Departements detenteurs: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.

       EDITER-UNE-INSCRIPTION.
           MOVE TRI-REG-LIGNE TO FD-LIGNE-REGISTRE.
           IF WS-EST-PREMIER-DEPT OR TRI-REG-DEPT NOT = WS-DEPT-COURANT
               IF NOT WS-EST-PREMIER-DEPT
                   PERFORM TOTALISER-DEPT-REGISTRE
               END-IF
               MOVE 'N' TO WS-PREMIER-DEPT
               MOVE TRI-REG-DEPT TO WS-DEPT-COURANT
               MOVE ZERO TO WS-NB-REG-DEPT
               MOVE ZERO TO WS-NB-REG-DEPT-PER
               ADD 1 TO WS-NB-DEPTS
               MOVE SPACES TO WS-LIGNE-RAPPORT
               STRING 'Departement ' DELIMITED BY SIZE
                   WS-DEPT-COURANT DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT
               END-STRING
               MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT
               WRITE FD-LIGNE-RAPPORT
           END-IF.
           ADD 1 TO WS-NB-REG-DEPT.
           ADD 1 TO WS-NB-REG-TOTAL.
           MOVE FD-REG-DATE TO WS-REG-DATE-TXT.
           IF WS-REG-DATE-TXT >= WS-DATE-DE
               AND WS-REG-DATE-TXT <= WS-DATE-A
               ADD 1 TO WS-NB-REG-DEPT-PER
               ADD 1 TO WS-NB-REG-PERIODE
           END-IF.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING '  ' DELIMITED BY SIZE
               FD-REG-NUMERO DELIMITED BY SIZE
               ' dem ' DELIMITED BY SIZE
               FD-REG-ID-DEMANDE DELIMITED BY SIZE
               ' emis le ' DELIMITED BY SIZE
               WS-REG-DATE-TXT DELIMITED BY SIZE
               ' par ' DELIMITED BY SIZE
               FD-REG-OPERATEUR DELIMITED BY SIZE
               ' (' DELIMITED BY SIZE
               FD-REG-ORIGINE DELIMITED BY SPACE
               ')' DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.

       TOTALISER-DEPT-REGISTRE.
           MOVE WS-NB-REG-DEPT TO WS-EDIT-COMPTEUR.
           MOVE WS-NB-REG-DEPT-PER TO WS-EDIT-COMPTEUR-2.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING '  Total departement ' DELIMITED BY SIZE
               WS-DEPT-COURANT DELIMITED BY SIZE
               ': ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
               ' premier(s) dont ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR-2) DELIMITED BY SIZE
               ' sur la periode' DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.

       ECRIRE-ENTETE.
           MOVE 'Rapport du registre des premiers emis'
               TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING 'Periode - du: ' DELIMITED BY SIZE
               WS-DATE-DE DELIMITED BY SIZE
               ' au: ' DELIMITED BY SIZE
               WS-DATE-A DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.
