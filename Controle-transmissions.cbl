       IDENTIFICATION DIVISION.
       PROGRAM-ID. ControleTransmissions.
       AUTHOR. Bruno.

      *    Controle des transmissions vers le systeme d'approbation
      *    des cles. Le registre des transmissions (TRANSREG, une
      *    ligne par emission) est verifie en sequence : numero
      *    d'emission en double, trou dans la numerotation, numero
      *    hors sequence. Les fichiers emis (EMISSION : toutes les
      *    generations concatenees, dans n'importe quel ordre) sont
      *    ensuite relus enveloppe par enveloppe : enregistrements
      *    recomptes par verdict et total de controle des numeros
      *    candidats recalcule, compares a l'enregistrement de fin,
      *    puis aux totaux inscrits au registre pour le meme numero.
      *    Sont signales : enveloppe sans fin (fichier tronque), fin
      *    sans entete, enregistrement hors enveloppe, fin dont les
      *    totaux ne correspondent pas aux enregistrements reellement
      *    ecrits, emission absente du registre ou presente deux
      *    fois, emission inscrite au registre mais introuvable. Les
      *    emissions plus anciennes que la plus ancienne generation
      *    encore cataloguee sont seulement comptees (hors
      *    retention). Toute anomalie est detaillee dans le rapport
      *    TRANSRPT et fait finir le programme en RC=8.
      *    Les enregistrements de retrait (verdict 'R', demande
      *    annulee apres liberation) sont recomptes contre le
      *    compteur de retraits de la fin (blanc sur une fin
      *    anterieure a ce compteur = zero) ; au registre, qui n'a
      *    pas de colonne propre, ils sont l'ecart entre les
      *    enregistrements et premiers + composes + invalides.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRE-TRANS-FILE ASSIGN TO TRANSREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-TRANSREG.

           SELECT EMIS-FILE ASSIGN TO EMISSION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-EMIS.

           SELECT RAPPORT-FILE ASSIGN TO TRANSRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-RAPPORT.

      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
       FD  REGISTRE-TRANS-FILE.
       01  FD-TRANSMISSION.
           05  FD-TRS-NUMERO      PIC X(9).
           05  FILLER             PIC X.
           05  FD-TRS-DATE        PIC X(8).
           05  FILLER             PIC X.
           05  FD-TRS-HEURE       PIC X(8).
           05  FILLER             PIC X.
           05  FD-TRS-ORIGINE     PIC X(16).
           05  FILLER             PIC X.
           05  FD-TRS-NB-ENREG    PIC X(9).
           05  FILLER             PIC X.
           05  FD-TRS-NB-PREMIERS PIC X(9).
           05  FILLER             PIC X.
           05  FD-TRS-NB-COMPOSES PIC X(9).
           05  FILLER             PIC X.
           05  FD-TRS-NB-INVALIDES PIC X(9).
           05  FILLER             PIC X.
           05  FD-TRS-TOTAL       PIC X(15).

       FD  EMIS-FILE.
       01  FD-LIGNE-EMIS.
           05  FD-EMI-TYPE        PIC X(9).
               88  FD-EMI-ENTETE      VALUE 'ENTETE'.
               88  FD-EMI-FIN         VALUE 'FIN'.
           05  FILLER             PIC X(15).
           05  FD-EMI-VERDICT     PIC X.
           05  FILLER             PIC X(115).
       01  FD-EMI-ENTETE-ENREG.
           05  FILLER             PIC X(10).
           05  FD-ENT-NUMERO      PIC X(9).
           05  FILLER             PIC X.
           05  FD-ENT-DATE        PIC X(8).
           05  FILLER             PIC X.
           05  FD-ENT-HEURE       PIC X(8).
           05  FILLER             PIC X.
           05  FD-ENT-ORIGINE     PIC X(16).
           05  FILLER             PIC X(86).
       01  FD-EMI-FIN-ENREG.
           05  FILLER             PIC X(10).
           05  FD-FIN-NUMERO      PIC X(9).
           05  FILLER             PIC X.
           05  FD-FIN-NB-ENREG    PIC X(9).
           05  FILLER             PIC X.
           05  FD-FIN-NB-PREMIERS PIC X(9).
           05  FILLER             PIC X.
           05  FD-FIN-NB-COMPOSES PIC X(9).
           05  FILLER             PIC X.
           05  FD-FIN-NB-INVALIDES PIC X(9).
           05  FILLER             PIC X.
           05  FD-FIN-TOTAL       PIC X(15).
           05  FILLER             PIC X.
           05  FD-FIN-NB-REVOCATIONS PIC X(9).
           05  FILLER             PIC X(55).

       FD  RAPPORT-FILE.
       01  FD-LIGNE-RAPPORT   PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-STATUT-TRANSREG PIC X(2) VALUE SPACES.
       01  WS-STATUT-EMIS     PIC X(2) VALUE SPACES.
       01  WS-STATUT-RAPPORT  PIC X(2) VALUE SPACES.

       01  WS-FIN-FICHIER     PIC X VALUE 'N'.
           88  WS-FIN-LECTURE     VALUE 'O'.

       01  WS-DATE-JOUR       PIC 9(8) VALUE ZERO.

      *    Registre charge en table : une entree par numero
      *    d'emission distinct, avec ses totaux et le nombre de
      *    fois ou l'emission a ete retrouvee dans les fichiers emis.
       01  WS-MAX-INSCRITS    PIC 9(5) VALUE 9999.
       01  WS-NB-INSCRITS     PIC 9(5) VALUE ZERO.
       01  WS-TABLE-TRANSMISSIONS.
           05  WS-TT-ENTREE OCCURS 9999 TIMES.
               10  WS-TT-NUMERO       PIC 9(9).
               10  WS-TT-NB-ENREG     PIC 9(9).
               10  WS-TT-NB-PREMIERS  PIC 9(9).
               10  WS-TT-NB-COMPOSES  PIC 9(9).
               10  WS-TT-NB-INVALIDES PIC 9(9).
               10  WS-TT-TOTAL        PIC 9(15).
               10  WS-TT-VUE          PIC 9(3).
       01  WS-IDX-TT          PIC 9(5) VALUE ZERO.
       01  WS-TT-TROUVE       PIC X VALUE 'N'.
           88  WS-TT-EST-TROUVE   VALUE 'O'.
       01  WS-NUMERO-CHERCHE  PIC 9(9) VALUE ZERO.

       01  WS-NB-LIGNES-REG   PIC 9(9) VALUE ZERO.
       01  WS-NUMERO-LU       PIC 9(9) VALUE ZERO.
       01  WS-PRECEDENT       PIC 9(9) VALUE ZERO.
       01  WS-PREMIER-NUMERO  PIC 9(9) VALUE ZERO.
       01  WS-TROU-DEBUT      PIC 9(9) VALUE ZERO.
       01  WS-TROU-FIN        PIC 9(9) VALUE ZERO.

      *    Enveloppe en cours de relecture.
       01  WS-ENVELOPPE-OUVERTE PIC X VALUE 'N'.
           88  WS-EN-ENVELOPPE    VALUE 'O'.
       01  WS-ENV-NUMERO      PIC 9(9) VALUE ZERO.
       01  WS-ENV-DATE        PIC X(8) VALUE SPACES.
       01  WS-ENV-HEURE       PIC X(8) VALUE SPACES.
       01  WS-ENV-ORIGINE     PIC X(16) VALUE SPACES.
       01  WS-ENV-NB-ENREG    PIC 9(9) VALUE ZERO.
       01  WS-ENV-NB-PREMIERS PIC 9(9) VALUE ZERO.
       01  WS-ENV-NB-COMPOSES PIC 9(9) VALUE ZERO.
       01  WS-ENV-NB-INVALIDES PIC 9(9) VALUE ZERO.
       01  WS-ENV-NB-REVOCATIONS PIC 9(9) VALUE ZERO.
       01  WS-ENV-NB-ILLISIBLES PIC 9(9) VALUE ZERO.
       01  WS-FIN-REVOCATIONS PIC 9(9) VALUE ZERO.
       01  WS-TT-REVOCATIONS  PIC 9(9) VALUE ZERO.
       01  WS-ENV-TOTAL       PIC 9(15) VALUE ZERO.
       01  WS-ENV-CONFORME    PIC X VALUE 'O'.
           88  WS-ENV-EST-CONFORME VALUE 'O'.
       01  WS-NUMERO-CANDIDAT PIC 9(9) VALUE ZERO.

       01  WS-NB-ENVELOPPES   PIC 9(9) VALUE ZERO.
       01  WS-PLUS-ANCIENNE   PIC 9(9) VALUE ZERO.
       01  WS-NB-HORS-ENVELOPPE PIC 9(9) VALUE ZERO.
       01  WS-NB-HORS-RETENTION PIC 9(9) VALUE ZERO.
       01  WS-NB-ANOMALIES    PIC 9(9) VALUE ZERO.

       01  WS-LIGNE-RAPPORT   PIC X(100) VALUE SPACES.
       01  WS-MESSAGE-ANOMALIE PIC X(88) VALUE SPACES.
       01  WS-EDIT-NUMERO     PIC Z(8)9.
       01  WS-EDIT-NUMERO-2   PIC Z(8)9.
       01  WS-EDIT-COMPTEUR   PIC Z(8)9.

       PROCEDURE DIVISION.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           OPEN OUTPUT RAPPORT-FILE.
           IF WS-STATUT-RAPPORT NOT = '00'
               DISPLAY 'Rapport de controle impossible a creer - '
                   'statut ' WS-STATUT-RAPPORT ' - controle annule.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING 'Controle des transmissions vers l''aval au '
               DELIMITED BY SIZE
               WS-DATE-JOUR DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM ECRIRE-LIGNE.
           PERFORM CONTROLER-REGISTRE.
           PERFORM CONTROLER-EMISSIONS.
           PERFORM RECHERCHER-EMISSIONS-MANQUANTES.
           PERFORM ECRIRE-SYNTHESE.
           CLOSE RAPPORT-FILE.
           IF WS-NB-ANOMALIES > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    Premiere passe : le registre, dans son ordre d'ecriture.
       CONTROLER-REGISTRE.
           OPEN INPUT REGISTRE-TRANS-FILE.
           IF WS-STATUT-TRANSREG NOT = '00'
               MOVE SPACES TO WS-MESSAGE-ANOMALIE
               STRING 'registre des transmissions inaccessible - '
                   DELIMITED BY SIZE
                   'statut ' DELIMITED BY SIZE
                   WS-STATUT-TRANSREG DELIMITED BY SIZE
                   INTO WS-MESSAGE-ANOMALIE
               END-STRING
               PERFORM SIGNALER-ANOMALIE
               MOVE 'O' TO WS-FIN-FICHIER
           END-IF.
           PERFORM UNTIL WS-FIN-LECTURE
               READ REGISTRE-TRANS-FILE
                   AT END
                       MOVE 'O' TO WS-FIN-FICHIER
                   NOT AT END
                       ADD 1 TO WS-NB-LIGNES-REG
                       PERFORM CONTROLER-INSCRIPTION
               END-READ
           END-PERFORM.
           IF WS-STATUT-TRANSREG = '00' OR WS-STATUT-TRANSREG = '10'
               CLOSE REGISTRE-TRANS-FILE
           END-IF.

       CONTROLER-INSCRIPTION.
           IF FD-TRS-NUMERO NOT NUMERIC
              OR FD-TRS-NB-ENREG NOT NUMERIC
              OR FD-TRS-NB-PREMIERS NOT NUMERIC
              OR FD-TRS-NB-COMPOSES NOT NUMERIC
              OR FD-TRS-NB-INVALIDES NOT NUMERIC
              OR FD-TRS-TOTAL NOT NUMERIC
               MOVE SPACES TO WS-MESSAGE-ANOMALIE
               MOVE WS-NB-LIGNES-REG TO WS-EDIT-COMPTEUR
               STRING 'registre: ligne ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
                   ' illisible' DELIMITED BY SIZE
                   INTO WS-MESSAGE-ANOMALIE
               END-STRING
               PERFORM SIGNALER-ANOMALIE
           ELSE
               MOVE FD-TRS-NUMERO TO WS-NUMERO-LU
               MOVE WS-NUMERO-LU TO WS-NUMERO-CHERCHE
               PERFORM RECHERCHER-TRANSMISSION
               IF WS-TT-EST-TROUVE
                   MOVE SPACES TO WS-MESSAGE-ANOMALIE
                   MOVE WS-NUMERO-LU TO WS-EDIT-NUMERO
                   STRING 'registre: emission ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-NUMERO)
                       DELIMITED BY SIZE
                       ' inscrite en double' DELIMITED BY SIZE
                       INTO WS-MESSAGE-ANOMALIE
                   END-STRING
                   PERFORM SIGNALER-ANOMALIE
               ELSE
                   PERFORM VERIFIER-SEQUENCE
                   PERFORM AJOUTER-TRANSMISSION
               END-IF
           END-IF.

      *    Le numero attendu est le suivant du plus grand deja vu :
      *    au-dela, les numeros sautes sont signales en un seul
      *    intervalle ; en deca (et non double), c'est une
      *    inscription hors sequence.
       VERIFIER-SEQUENCE.
           IF WS-NB-INSCRITS = 0
               MOVE WS-NUMERO-LU TO WS-PREMIER-NUMERO
               MOVE WS-NUMERO-LU TO WS-PRECEDENT
           ELSE
               IF WS-NUMERO-LU > WS-PRECEDENT + 1
                   COMPUTE WS-TROU-DEBUT = WS-PRECEDENT + 1
                   COMPUTE WS-TROU-FIN = WS-NUMERO-LU - 1
                   MOVE SPACES TO WS-MESSAGE-ANOMALIE
                   MOVE WS-TROU-DEBUT TO WS-EDIT-NUMERO
                   MOVE WS-TROU-FIN TO WS-EDIT-NUMERO-2
                   STRING 'registre: trou de numerotation, emissions '
                       DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-NUMERO)
                       DELIMITED BY SIZE
                       ' a ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-NUMERO-2)
                       DELIMITED BY SIZE
                       ' absentes' DELIMITED BY SIZE
                       INTO WS-MESSAGE-ANOMALIE
                   END-STRING
                   PERFORM SIGNALER-ANOMALIE
               END-IF
               IF WS-NUMERO-LU < WS-PRECEDENT
                   MOVE SPACES TO WS-MESSAGE-ANOMALIE
                   MOVE WS-NUMERO-LU TO WS-EDIT-NUMERO
                   MOVE WS-PRECEDENT TO WS-EDIT-NUMERO-2
                   STRING 'registre: emission ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-NUMERO)
                       DELIMITED BY SIZE
                       ' inscrite hors sequence (apres '
                       DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-NUMERO-2)
                       DELIMITED BY SIZE
                       ')' DELIMITED BY SIZE
                       INTO WS-MESSAGE-ANOMALIE
                   END-STRING
                   PERFORM SIGNALER-ANOMALIE
               ELSE
                   MOVE WS-NUMERO-LU TO WS-PRECEDENT
               END-IF
           END-IF.

       AJOUTER-TRANSMISSION.
           IF WS-NB-INSCRITS >= WS-MAX-INSCRITS
               MOVE SPACES TO WS-MESSAGE-ANOMALIE
               MOVE WS-NUMERO-LU TO WS-EDIT-NUMERO
               STRING 'registre: capacite du controle depassee, '
                   DELIMITED BY SIZE
                   'emission ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-NUMERO) DELIMITED BY SIZE
                   ' non controlee' DELIMITED BY SIZE
                   INTO WS-MESSAGE-ANOMALIE
               END-STRING
               PERFORM SIGNALER-ANOMALIE
           ELSE
               ADD 1 TO WS-NB-INSCRITS
               MOVE WS-NUMERO-LU TO WS-TT-NUMERO(WS-NB-INSCRITS)
               MOVE FD-TRS-NB-ENREG TO WS-TT-NB-ENREG(WS-NB-INSCRITS)
               MOVE FD-TRS-NB-PREMIERS
                   TO WS-TT-NB-PREMIERS(WS-NB-INSCRITS)
               MOVE FD-TRS-NB-COMPOSES
                   TO WS-TT-NB-COMPOSES(WS-NB-INSCRITS)
               MOVE FD-TRS-NB-INVALIDES
                   TO WS-TT-NB-INVALIDES(WS-NB-INSCRITS)
               MOVE FD-TRS-TOTAL TO WS-TT-TOTAL(WS-NB-INSCRITS)
               MOVE ZERO TO WS-TT-VUE(WS-NB-INSCRITS)
           END-IF.

       RECHERCHER-TRANSMISSION.
           MOVE 'N' TO WS-TT-TROUVE.
           MOVE 1 TO WS-IDX-TT.
           PERFORM UNTIL WS-IDX-TT > WS-NB-INSCRITS
                   OR WS-TT-EST-TROUVE
               IF WS-TT-NUMERO(WS-IDX-TT) = WS-NUMERO-CHERCHE
                   MOVE 'O' TO WS-TT-TROUVE
               ELSE
                   ADD 1 TO WS-IDX-TT
               END-IF
           END-PERFORM.

      *    Seconde passe : les fichiers emis, enveloppe par
      *    enveloppe.
       CONTROLER-EMISSIONS.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           MOVE 'Emissions relues:' TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           MOVE 'N' TO WS-FIN-FICHIER.
           OPEN INPUT EMIS-FILE.
           IF WS-STATUT-EMIS NOT = '00'
               MOVE SPACES TO WS-MESSAGE-ANOMALIE
               STRING 'fichiers emis inaccessibles - statut '
                   DELIMITED BY SIZE
                   WS-STATUT-EMIS DELIMITED BY SIZE
                   INTO WS-MESSAGE-ANOMALIE
               END-STRING
               PERFORM SIGNALER-ANOMALIE
               MOVE 'O' TO WS-FIN-FICHIER
           END-IF.
           PERFORM UNTIL WS-FIN-LECTURE
               READ EMIS-FILE
                   AT END
                       MOVE 'O' TO WS-FIN-FICHIER
                   NOT AT END
                       PERFORM TRAITER-ENREG-EMIS
               END-READ
           END-PERFORM.
           IF WS-STATUT-EMIS = '00' OR WS-STATUT-EMIS = '10'
               CLOSE EMIS-FILE
           END-IF.
           IF WS-EN-ENVELOPPE
               PERFORM SIGNALER-ENVELOPPE-TRONQUEE
           END-IF.
           IF WS-NB-HORS-ENVELOPPE > 0
               MOVE SPACES TO WS-MESSAGE-ANOMALIE
               MOVE WS-NB-HORS-ENVELOPPE TO WS-EDIT-COMPTEUR
               STRING FUNCTION TRIM(WS-EDIT-COMPTEUR)
                   DELIMITED BY SIZE
                   ' enregistrement(s) hors enveloppe (ni entete ni '
                   DELIMITED BY SIZE
                   'fin autour)' DELIMITED BY SIZE
                   INTO WS-MESSAGE-ANOMALIE
               END-STRING
               PERFORM SIGNALER-ANOMALIE
           END-IF.

       TRAITER-ENREG-EMIS.
           IF FD-EMI-ENTETE
               IF WS-EN-ENVELOPPE
                   PERFORM SIGNALER-ENVELOPPE-TRONQUEE
               END-IF
               PERFORM OUVRIR-ENVELOPPE
           ELSE
               IF FD-EMI-FIN
                   IF WS-EN-ENVELOPPE
                       PERFORM CLORE-ENVELOPPE
                   ELSE
                       MOVE SPACES TO WS-MESSAGE-ANOMALIE
                       STRING 'enregistrement de fin sans entete '
                           DELIMITED BY SIZE
                           '(emission ' DELIMITED BY SIZE
                           FD-FIN-NUMERO DELIMITED BY SIZE
                           ')' DELIMITED BY SIZE
                           INTO WS-MESSAGE-ANOMALIE
                       END-STRING
                       PERFORM SIGNALER-ANOMALIE
                   END-IF
               ELSE
                   IF WS-EN-ENVELOPPE
                       PERFORM TOTALISER-ENREG
                   ELSE
                       ADD 1 TO WS-NB-HORS-ENVELOPPE
                   END-IF
               END-IF
           END-IF.

       OUVRIR-ENVELOPPE.
           MOVE 'O' TO WS-ENVELOPPE-OUVERTE.
           MOVE 'O' TO WS-ENV-CONFORME.
           IF FD-ENT-NUMERO NUMERIC
               MOVE FD-ENT-NUMERO TO WS-ENV-NUMERO
           ELSE
               MOVE ZERO TO WS-ENV-NUMERO
               MOVE 'N' TO WS-ENV-CONFORME
               MOVE 'entete au numero d''emission illisible'
                   TO WS-MESSAGE-ANOMALIE
               PERFORM SIGNALER-ANOMALIE
           END-IF.
           MOVE FD-ENT-DATE TO WS-ENV-DATE.
           MOVE FD-ENT-HEURE TO WS-ENV-HEURE.
           MOVE FD-ENT-ORIGINE TO WS-ENV-ORIGINE.
           MOVE ZERO TO WS-ENV-NB-ENREG.
           MOVE ZERO TO WS-ENV-NB-PREMIERS.
           MOVE ZERO TO WS-ENV-NB-COMPOSES.
           MOVE ZERO TO WS-ENV-NB-INVALIDES.
           MOVE ZERO TO WS-ENV-NB-REVOCATIONS.
           MOVE ZERO TO WS-ENV-NB-ILLISIBLES.
           MOVE ZERO TO WS-ENV-TOTAL.

       TOTALISER-ENREG.
           ADD 1 TO WS-ENV-NB-ENREG.
           IF FD-EMI-TYPE NOT NUMERIC
               ADD 1 TO WS-ENV-NB-ILLISIBLES
           ELSE
               MOVE FD-EMI-TYPE TO WS-NUMERO-CANDIDAT
               ADD WS-NUMERO-CANDIDAT TO WS-ENV-TOTAL
               EVALUATE FD-EMI-VERDICT
                   WHEN 'P'
                       ADD 1 TO WS-ENV-NB-PREMIERS
                   WHEN 'C'
                       ADD 1 TO WS-ENV-NB-COMPOSES
                   WHEN 'I'
                       ADD 1 TO WS-ENV-NB-INVALIDES
                   WHEN 'R'
                       ADD 1 TO WS-ENV-NB-REVOCATIONS
                   WHEN OTHER
                       ADD 1 TO WS-ENV-NB-ILLISIBLES
               END-EVALUATE
           END-IF.

      *    Les totaux annonces par la fin sont confrontes aux
      *    enregistrements effectivement relus, puis au registre.
       CLORE-ENVELOPPE.
           MOVE 'N' TO WS-ENVELOPPE-OUVERTE.
           ADD 1 TO WS-NB-ENVELOPPES.
           IF WS-NB-ENVELOPPES = 1 OR WS-ENV-NUMERO < WS-PLUS-ANCIENNE
               MOVE WS-ENV-NUMERO TO WS-PLUS-ANCIENNE
           END-IF.
           IF WS-ENV-NB-ILLISIBLES > 0
               MOVE 'N' TO WS-ENV-CONFORME
               MOVE SPACES TO WS-MESSAGE-ANOMALIE
               MOVE WS-ENV-NUMERO TO WS-EDIT-NUMERO
               MOVE WS-ENV-NB-ILLISIBLES TO WS-EDIT-COMPTEUR
               STRING 'emission ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-NUMERO) DELIMITED BY SIZE
                   ': ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
                   ' enregistrement(s) au numero ou verdict invalide'
                   DELIMITED BY SIZE
                   INTO WS-MESSAGE-ANOMALIE
               END-STRING
               PERFORM SIGNALER-ANOMALIE
           END-IF.
           IF FD-FIN-NUMERO NOT NUMERIC
              OR FD-FIN-NUMERO NOT = WS-ENV-NUMERO
               MOVE 'N' TO WS-ENV-CONFORME
               MOVE SPACES TO WS-MESSAGE-ANOMALIE
               MOVE WS-ENV-NUMERO TO WS-EDIT-NUMERO
               STRING 'emission ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-NUMERO) DELIMITED BY SIZE
                   ': la fin porte le numero ' DELIMITED BY SIZE
                   FD-FIN-NUMERO DELIMITED BY SIZE
                   INTO WS-MESSAGE-ANOMALIE
               END-STRING
               PERFORM SIGNALER-ANOMALIE
           END-IF.
           MOVE ZERO TO WS-FIN-REVOCATIONS.
           IF FD-FIN-NB-REVOCATIONS NUMERIC
               MOVE FD-FIN-NB-REVOCATIONS TO WS-FIN-REVOCATIONS
           END-IF.
           IF FD-FIN-NB-ENREG NOT NUMERIC
              OR FD-FIN-NB-PREMIERS NOT NUMERIC
              OR FD-FIN-NB-COMPOSES NOT NUMERIC
              OR FD-FIN-NB-INVALIDES NOT NUMERIC
              OR FD-FIN-TOTAL NOT NUMERIC
              OR (FD-FIN-NB-REVOCATIONS NOT NUMERIC
                  AND FD-FIN-NB-REVOCATIONS NOT = SPACES)
               MOVE 'N' TO WS-ENV-CONFORME
               MOVE SPACES TO WS-MESSAGE-ANOMALIE
               MOVE WS-ENV-NUMERO TO WS-EDIT-NUMERO
               STRING 'emission ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-NUMERO) DELIMITED BY SIZE
                   ': totaux de fin illisibles' DELIMITED BY SIZE
                   INTO WS-MESSAGE-ANOMALIE
               END-STRING
               PERFORM SIGNALER-ANOMALIE
           ELSE
               IF FD-FIN-NB-ENREG NOT = WS-ENV-NB-ENREG
                  OR FD-FIN-NB-PREMIERS NOT = WS-ENV-NB-PREMIERS
                  OR FD-FIN-NB-COMPOSES NOT = WS-ENV-NB-COMPOSES
                  OR FD-FIN-NB-INVALIDES NOT = WS-ENV-NB-INVALIDES
                  OR WS-FIN-REVOCATIONS NOT = WS-ENV-NB-REVOCATIONS
                  OR FD-FIN-TOTAL NOT = WS-ENV-TOTAL
                   MOVE 'N' TO WS-ENV-CONFORME
                   PERFORM SIGNALER-ECART-FIN
               END-IF
           END-IF.
           PERFORM RAPPROCHER-REGISTRE.
           PERFORM ECRIRE-ENVELOPPE.

       SIGNALER-ECART-FIN.
           MOVE SPACES TO WS-MESSAGE-ANOMALIE.
           MOVE WS-ENV-NUMERO TO WS-EDIT-NUMERO.
           STRING 'emission ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-NUMERO) DELIMITED BY SIZE
               ': totaux de fin differents des enregistrements ecrits'
               DELIMITED BY SIZE
               INTO WS-MESSAGE-ANOMALIE
           END-STRING.
           PERFORM SIGNALER-ANOMALIE.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING '    fin annonce: ' DELIMITED BY SIZE
               FD-FIN-NB-ENREG DELIMITED BY SIZE
               ' P ' DELIMITED BY SIZE
               FD-FIN-NB-PREMIERS DELIMITED BY SIZE
               ' C ' DELIMITED BY SIZE
               FD-FIN-NB-COMPOSES DELIMITED BY SIZE
               ' I ' DELIMITED BY SIZE
               FD-FIN-NB-INVALIDES DELIMITED BY SIZE
               ' R ' DELIMITED BY SIZE
               WS-FIN-REVOCATIONS DELIMITED BY SIZE
               ' total ' DELIMITED BY SIZE
               FD-FIN-TOTAL DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM ECRIRE-LIGNE.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING '    relus:       ' DELIMITED BY SIZE
               WS-ENV-NB-ENREG DELIMITED BY SIZE
               ' P ' DELIMITED BY SIZE
               WS-ENV-NB-PREMIERS DELIMITED BY SIZE
               ' C ' DELIMITED BY SIZE
               WS-ENV-NB-COMPOSES DELIMITED BY SIZE
               ' I ' DELIMITED BY SIZE
               WS-ENV-NB-INVALIDES DELIMITED BY SIZE
               ' R ' DELIMITED BY SIZE
               WS-ENV-NB-REVOCATIONS DELIMITED BY SIZE
               ' total ' DELIMITED BY SIZE
               WS-ENV-TOTAL DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM ECRIRE-LIGNE.

       RAPPROCHER-REGISTRE.
           MOVE WS-ENV-NUMERO TO WS-NUMERO-CHERCHE.
           PERFORM RECHERCHER-TRANSMISSION.
           MOVE WS-ENV-NUMERO TO WS-EDIT-NUMERO.
           IF NOT WS-TT-EST-TROUVE
               MOVE 'N' TO WS-ENV-CONFORME
               MOVE SPACES TO WS-MESSAGE-ANOMALIE
               STRING 'emission ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-NUMERO) DELIMITED BY SIZE
                   ' absente du registre des transmissions'
                   DELIMITED BY SIZE
                   INTO WS-MESSAGE-ANOMALIE
               END-STRING
               PERFORM SIGNALER-ANOMALIE
           ELSE
               IF WS-TT-VUE(WS-IDX-TT) > 0
                   MOVE 'N' TO WS-ENV-CONFORME
                   MOVE SPACES TO WS-MESSAGE-ANOMALIE
                   STRING 'emission ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-NUMERO)
                       DELIMITED BY SIZE
                       ' presente deux fois dans les fichiers emis'
                       DELIMITED BY SIZE
                       INTO WS-MESSAGE-ANOMALIE
                   END-STRING
                   PERFORM SIGNALER-ANOMALIE
               END-IF
               IF WS-TT-VUE(WS-IDX-TT) < 999
                   ADD 1 TO WS-TT-VUE(WS-IDX-TT)
               END-IF
               MOVE ZERO TO WS-TT-REVOCATIONS
               IF WS-TT-NB-ENREG(WS-IDX-TT)
                  > WS-TT-NB-PREMIERS(WS-IDX-TT)
                    + WS-TT-NB-COMPOSES(WS-IDX-TT)
                    + WS-TT-NB-INVALIDES(WS-IDX-TT)
                   COMPUTE WS-TT-REVOCATIONS =
                       WS-TT-NB-ENREG(WS-IDX-TT)
                       - WS-TT-NB-PREMIERS(WS-IDX-TT)
                       - WS-TT-NB-COMPOSES(WS-IDX-TT)
                       - WS-TT-NB-INVALIDES(WS-IDX-TT)
               END-IF
               IF WS-TT-NB-ENREG(WS-IDX-TT) NOT = WS-ENV-NB-ENREG
                  OR WS-TT-REVOCATIONS NOT = WS-ENV-NB-REVOCATIONS
                  OR WS-TT-NB-PREMIERS(WS-IDX-TT)
                     NOT = WS-ENV-NB-PREMIERS
                  OR WS-TT-NB-COMPOSES(WS-IDX-TT)
                     NOT = WS-ENV-NB-COMPOSES
                  OR WS-TT-NB-INVALIDES(WS-IDX-TT)
                     NOT = WS-ENV-NB-INVALIDES
                  OR WS-TT-TOTAL(WS-IDX-TT) NOT = WS-ENV-TOTAL
                   MOVE 'N' TO WS-ENV-CONFORME
                   MOVE SPACES TO WS-MESSAGE-ANOMALIE
                   STRING 'emission ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-NUMERO)
                       DELIMITED BY SIZE
                       ': totaux du registre differents des '
                       DELIMITED BY SIZE
                       'enregistrements ecrits' DELIMITED BY SIZE
                       INTO WS-MESSAGE-ANOMALIE
                   END-STRING
                   PERFORM SIGNALER-ANOMALIE
               END-IF
           END-IF.

       ECRIRE-ENVELOPPE.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           MOVE WS-ENV-NUMERO TO WS-EDIT-NUMERO.
           MOVE WS-ENV-NB-ENREG TO WS-EDIT-COMPTEUR.
           STRING '  ' DELIMITED BY SIZE
               WS-EDIT-NUMERO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-ENV-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-ENV-HEURE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-ENV-ORIGINE DELIMITED BY SIZE
               WS-EDIT-COMPTEUR DELIMITED BY SIZE
               ' enreg.' DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           IF WS-ENV-EST-CONFORME
               MOVE 'OK' TO WS-LIGNE-RAPPORT(70:2)
           ELSE
               MOVE 'ECART' TO WS-LIGNE-RAPPORT(70:5)
           END-IF.
           PERFORM ECRIRE-LIGNE.

       SIGNALER-ENVELOPPE-TRONQUEE.
           MOVE 'N' TO WS-ENVELOPPE-OUVERTE.
           ADD 1 TO WS-NB-ENVELOPPES.
           IF WS-NB-ENVELOPPES = 1 OR WS-ENV-NUMERO < WS-PLUS-ANCIENNE
               MOVE WS-ENV-NUMERO TO WS-PLUS-ANCIENNE
           END-IF.
           MOVE WS-ENV-NUMERO TO WS-NUMERO-CHERCHE.
           PERFORM RECHERCHER-TRANSMISSION.
           IF WS-TT-EST-TROUVE AND WS-TT-VUE(WS-IDX-TT) < 999
               ADD 1 TO WS-TT-VUE(WS-IDX-TT)
           END-IF.
           MOVE SPACES TO WS-MESSAGE-ANOMALIE.
           MOVE WS-ENV-NUMERO TO WS-EDIT-NUMERO.
           MOVE WS-ENV-NB-ENREG TO WS-EDIT-COMPTEUR.
           STRING 'emission ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-NUMERO) DELIMITED BY SIZE
               ' tronquee: pas d''enregistrement de fin apres '
               DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
               ' enreg.' DELIMITED BY SIZE
               INTO WS-MESSAGE-ANOMALIE
           END-STRING.
           PERFORM SIGNALER-ANOMALIE.

      *    Une emission inscrite mais jamais relue n'est une anomalie
      *    que si elle est posterieure a la plus ancienne generation
      *    encore cataloguee ; les plus anciennes sont sorties de la
      *    retention des fichiers emis.
       RECHERCHER-EMISSIONS-MANQUANTES.
           IF WS-NB-ENVELOPPES = 0 AND WS-NB-INSCRITS > 0
               MOVE 'aucune emission relue, le registre n''est pas vide'
                   TO WS-MESSAGE-ANOMALIE
               PERFORM SIGNALER-ANOMALIE
           ELSE
               PERFORM VARYING WS-IDX-TT FROM 1 BY 1
                       UNTIL WS-IDX-TT > WS-NB-INSCRITS
                   IF WS-TT-VUE(WS-IDX-TT) = 0
                       IF WS-TT-NUMERO(WS-IDX-TT) < WS-PLUS-ANCIENNE
                           ADD 1 TO WS-NB-HORS-RETENTION
                       ELSE
                           MOVE SPACES TO WS-MESSAGE-ANOMALIE
                           MOVE WS-TT-NUMERO(WS-IDX-TT)
                               TO WS-EDIT-NUMERO
                           STRING 'emission ' DELIMITED BY SIZE
                               FUNCTION TRIM(WS-EDIT-NUMERO)
                               DELIMITED BY SIZE
                               ' inscrite au registre mais '
                               DELIMITED BY SIZE
                               'introuvable' DELIMITED BY SIZE
                               INTO WS-MESSAGE-ANOMALIE
                           END-STRING
                           PERFORM SIGNALER-ANOMALIE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       ECRIRE-SYNTHESE.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           MOVE WS-NB-INSCRITS TO WS-EDIT-COMPTEUR.
           MOVE WS-PREMIER-NUMERO TO WS-EDIT-NUMERO.
           MOVE WS-PRECEDENT TO WS-EDIT-NUMERO-2.
           STRING 'Emissions inscrites au registre: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
               ' (numeros ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-NUMERO) DELIMITED BY SIZE
               ' a ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-NUMERO-2) DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM ECRIRE-LIGNE.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           MOVE WS-NB-ENVELOPPES TO WS-EDIT-COMPTEUR.
           STRING 'Emissions relues dans les fichiers emis: '
               DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM ECRIRE-LIGNE.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           MOVE WS-NB-HORS-RETENTION TO WS-EDIT-COMPTEUR.
           STRING 'Emissions hors retention (non relues): '
               DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM ECRIRE-LIGNE.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           IF WS-NB-ANOMALIES = 0
               MOVE 'RESULTAT: transmissions completes et concordantes'
                   TO WS-LIGNE-RAPPORT
           ELSE
               MOVE WS-NB-ANOMALIES TO WS-EDIT-COMPTEUR
               STRING 'RESULTAT: ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
                   ' anomalie(s) - voir ci-dessus (RC=8)'
                   DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT
               END-STRING
           END-IF.
           PERFORM ECRIRE-LIGNE.
           DISPLAY WS-LIGNE-RAPPORT.

       SIGNALER-ANOMALIE.
           ADD 1 TO WS-NB-ANOMALIES.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING 'ANOMALIE: ' DELIMITED BY SIZE
               WS-MESSAGE-ANOMALIE DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM ECRIRE-LIGNE.

       ECRIRE-LIGNE.
           MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.
