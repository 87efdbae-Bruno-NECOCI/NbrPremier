       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChargeQuotas.
       AUTHOR. Bruno.

      *    Chargement du fichier des quotas journaliers de screening
      *    par departement : lit les cartes quota (code departement,
      *    limite de candidats normaux, limite de candidats
      *    prioritaires 'P') et alimente le fichier indexe consulte
      *    par l'edition amont (report des candidats hors quota au
      *    lendemain) et par la transaction de soumission en ligne
      *    (avertissement de l'operateur). Une limite a zero signifie
      *    pas de limite pour cette classe ; un departement absent du
      *    fichier n'est pas limite. Un code deja present voit ses
      *    limites mises a jour (REWRITE) sans que la situation du
      *    jour (reportes, soumis en ligne) tenue par l'edition et la
      *    soumission ne soit touchee.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARTE-FILE ASSIGN TO QUOTCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-CARTE.

           SELECT QUOTA-FILE ASSIGN TO QUOTAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-QUO-DEPARTEMENT
               FILE STATUS IS WS-STATUT-QUOTA.

      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
       FD  CARTE-FILE.
       01  FD-CARTE.
           05  FD-CARTE-CODE      PIC X(4).
           05  FILLER             PIC X.
           05  FD-CARTE-LIMITE-NORMALE PIC X(5).
           05  FILLER             PIC X.
           05  FD-CARTE-LIMITE-PRIO PIC X(5).

       FD  QUOTA-FILE.
       01  FD-LIGNE-QUOTA.
           05  FD-QUO-DEPARTEMENT PIC X(4).
           05  FILLER             PIC X.
           05  FD-QUO-LIMITE-NORMALE PIC 9(5).
           05  FILLER             PIC X.
           05  FD-QUO-LIMITE-PRIO PIC 9(5).
           05  FILLER             PIC X.
           05  FD-QUO-DATE-SITUATION PIC 9(8).
           05  FILLER             PIC X.
           05  FD-QUO-REPORTES-NORMAUX PIC 9(7).
           05  FILLER             PIC X.
           05  FD-QUO-REPORTES-PRIO PIC 9(7).
           05  FILLER             PIC X.
           05  FD-QUO-SOUMIS-NORMAUX PIC 9(7).
           05  FILLER             PIC X.
           05  FD-QUO-SOUMIS-PRIO PIC 9(7).

       WORKING-STORAGE SECTION.
       01  WS-STATUT-CARTE    PIC X(2) VALUE SPACES.
       01  WS-STATUT-QUOTA    PIC X(2) VALUE SPACES.

       01  WS-FIN-FICHIER     PIC X VALUE 'N'.
           88  WS-FIN-CARTES      VALUE 'O'.

       01  WS-NB-LUES         PIC 9(4) VALUE ZERO.
       01  WS-NB-AJOUTS       PIC 9(4) VALUE ZERO.
       01  WS-NB-MAJ          PIC 9(4) VALUE ZERO.
       01  WS-NB-REJETS       PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.

           OPEN I-O QUOTA-FILE.
           IF WS-STATUT-QUOTA = '35'
               OPEN OUTPUT QUOTA-FILE
               CLOSE QUOTA-FILE
               OPEN I-O QUOTA-FILE
           END-IF.
           IF WS-STATUT-QUOTA NOT = '00'
               DISPLAY 'Fichier des quotas inaccessible - statut '
                   WS-STATUT-QUOTA ' - chargement annule.'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM CHARGER-CARTES
               CLOSE QUOTA-FILE
           END-IF.
           STOP RUN.

       CHARGER-CARTES.
           OPEN INPUT CARTE-FILE.
           IF WS-STATUT-CARTE NOT = '00'
               DISPLAY 'Fichier des cartes quota inaccessible - '
                   'statut ' WS-STATUT-CARTE ' - chargement annule.'
               MOVE 'O' TO WS-FIN-FICHIER
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM UNTIL WS-FIN-CARTES
               READ CARTE-FILE
                   AT END
                       MOVE 'O' TO WS-FIN-FICHIER
                   NOT AT END
                       PERFORM CHARGER-UNE-CARTE
               END-READ
           END-PERFORM.
           IF WS-STATUT-CARTE = '00' OR WS-STATUT-CARTE = '10'
               CLOSE CARTE-FILE
           END-IF.
           DISPLAY 'Cartes lues: ' WS-NB-LUES
               ' ajouts: ' WS-NB-AJOUTS
               ' mises a jour: ' WS-NB-MAJ
               ' rejets: ' WS-NB-REJETS.

      *    Les limites sont cadrees sur 5 chiffres (zeros a gauche) ;
      *    une carte sans code ou a limite non numerique est rejetee
      *    et le quota en place reste inchange.
       CHARGER-UNE-CARTE.
           ADD 1 TO WS-NB-LUES.
           EVALUATE TRUE
               WHEN FD-CARTE-CODE = SPACES
                   ADD 1 TO WS-NB-REJETS
                   DISPLAY 'Carte ' WS-NB-LUES
                       ' rejetee - code departement absent'
               WHEN FD-CARTE-LIMITE-NORMALE IS NOT NUMERIC
                 OR FD-CARTE-LIMITE-PRIO IS NOT NUMERIC
                   ADD 1 TO WS-NB-REJETS
                   DISPLAY 'Carte ' WS-NB-LUES
                       ' rejetee - limite non numerique'
               WHEN OTHER
                   PERFORM ENREGISTRER-QUOTA
           END-EVALUATE.

      *    Nouveau departement : situation du jour a zero. Departement
      *    connu : relecture de l'enregistrement pour ne remplacer que
      *    les limites.
       ENREGISTRER-QUOTA.
           MOVE SPACES TO FD-LIGNE-QUOTA.
           MOVE FD-CARTE-CODE TO FD-QUO-DEPARTEMENT.
           MOVE FD-CARTE-LIMITE-NORMALE TO FD-QUO-LIMITE-NORMALE.
           MOVE FD-CARTE-LIMITE-PRIO TO FD-QUO-LIMITE-PRIO.
           MOVE ZERO TO FD-QUO-DATE-SITUATION.
           MOVE ZERO TO FD-QUO-REPORTES-NORMAUX.
           MOVE ZERO TO FD-QUO-REPORTES-PRIO.
           MOVE ZERO TO FD-QUO-SOUMIS-NORMAUX.
           MOVE ZERO TO FD-QUO-SOUMIS-PRIO.
           WRITE FD-LIGNE-QUOTA
               INVALID KEY
                   READ QUOTA-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   MOVE FD-CARTE-LIMITE-NORMALE
                       TO FD-QUO-LIMITE-NORMALE
                   MOVE FD-CARTE-LIMITE-PRIO TO FD-QUO-LIMITE-PRIO
                   REWRITE FD-LIGNE-QUOTA
                   ADD 1 TO WS-NB-MAJ
               NOT INVALID KEY
                   ADD 1 TO WS-NB-AJOUTS
           END-WRITE.
