       IDENTIFICATION DIVISION.
       PROGRAM-ID. VerifieChainage.
       AUTHOR. Bruno.

      *    Controle du chainage du journal d'audit. Chaque ligne
      *    ecrite au journal par le screening, le deuxieme controle,
      *    l'adjudication, la maintenance du cache et l'autocontrole
      *    porte en colonnes 175 a 200 'CHAINE=' suivi de son rang
      *    dans le journal (9), d'un tiret et d'une valeur de
      *    controle (9) calculee sur les colonnes 1 a 191 de la
      *    ligne en partant de la valeur de la ligne precedente.
      *    Le programme relit les generations d'archive (ARCHLOG,
      *    concatenees de la plus ancienne a la plus recente) puis
      *    le journal vivant (AUDITLOG) dans l'ordre et recalcule
      *    chaque chainon. Sont signales : ligne modifiee (valeur
      *    recalculee differente de la valeur portee), lignes
      *    manquantes (rangs sautes), ligne hors sequence (rang deja
      *    passe : ligne dupliquee, reinseree, ou generations
      *    concatenees dans le desordre), ligne sans chainon apres
      *    le debut du chainage. Apres une anomalie le controle
      *    repart du chainon porte par la ligne, pour signaler aussi
      *    les ruptures suivantes. Les lignes anterieures a la mise
      *    en place du chainage (en tete, sans CHAINE=) sont
      *    seulement comptees.
      *    Le registre des generations ARCHREG (ecrit par
      *    l'archivage NBRARCH : premier et dernier rang archives,
      *    valeur du dernier chainon) situe les limites de
      *    generation : pour chacune, le raccord avec la generation
      *    suivante (ou le journal vivant) est declare verifie,
      *    rompu, ou hors perimetre quand la generation est
      *    anterieure aux archives fournies. Des rangs non contigus
      *    d'un passage d'archivage au suivant sont aussi signales.
      *    Le rapport CHAINRPT detaille chaque anomalie et rappelle
      *    la premiere rupture de chaine ; toute anomalie fait finir
      *    le programme en RC=8. Registre absent = chainage controle
      *    sans identification des generations.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRE-ARCH-FILE ASSIGN TO ARCHREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-REGISTRE.

           SELECT ARCHIVE-FILE ASSIGN TO ARCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-ARCHIVE.

           SELECT JOURNAL-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-JOURNAL.

           SELECT RAPPORT-FILE ASSIGN TO CHAINRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-RAPPORT.

      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
       FD  REGISTRE-ARCH-FILE.
       01  FD-GENERATION.
           05  FD-GEN-DATE        PIC X(8).
           05  FILLER             PIC X.
           05  FD-GEN-LIMITE      PIC X(8).
           05  FILLER             PIC X.
           05  FD-GEN-ARCHIVEES   PIC X(9).
           05  FILLER             PIC X.
           05  FD-GEN-PREMIER     PIC X(9).
           05  FILLER             PIC X.
           05  FD-GEN-DERNIER     PIC X(9).
           05  FILLER             PIC X.
           05  FD-GEN-VALEUR      PIC X(9).
           05  FILLER             PIC X(23).

       FD  ARCHIVE-FILE.
       01  FD-LIGNE-ARCHIVE   PIC X(200).

       FD  JOURNAL-FILE.
       01  FD-LIGNE-JOURNAL   PIC X(200).

       FD  RAPPORT-FILE.
       01  FD-LIGNE-RAPPORT   PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-STATUT-REGISTRE PIC X(2) VALUE SPACES.
       01  WS-STATUT-ARCHIVE  PIC X(2) VALUE SPACES.
       01  WS-STATUT-JOURNAL  PIC X(2) VALUE SPACES.
       01  WS-STATUT-RAPPORT  PIC X(2) VALUE SPACES.

       01  WS-FIN-FICHIER     PIC X VALUE 'N'.
           88  WS-FIN-LECTURE     VALUE 'O'.

       01  WS-DATE-JOUR       PIC 9(8) VALUE ZERO.

      *    Registre des generations charge en table, dans l'ordre
      *    des passages d'archivage ; WS-TG-RACCORD dit ce que la
      *    relecture a constate a la limite de la generation :
      *    'O' raccord verifie, 'R' raccord rompu, blanc non vu.
       01  WS-MAX-GENERATIONS PIC 9(3) VALUE 999.
       01  WS-NB-GENERATIONS  PIC 9(3) VALUE ZERO.
       01  WS-TABLE-GENERATIONS.
           05  WS-TG-ENTREE OCCURS 999 TIMES.
               10  WS-TG-DATE         PIC 9(8).
               10  WS-TG-ARCHIVEES    PIC 9(9).
               10  WS-TG-PREMIER      PIC 9(9).
               10  WS-TG-DERNIER      PIC 9(9).
               10  WS-TG-VALEUR       PIC 9(9).
               10  WS-TG-RACCORD      PIC X.
       01  WS-IDX-TG          PIC 9(3) VALUE ZERO.
       01  WS-NB-LIGNES-REG   PIC 9(5) VALUE ZERO.
       01  WS-REG-DERNIER-RANG PIC 9(9) VALUE ZERO.
       01  WS-REGISTRE-LU     PIC X VALUE 'N'.
           88  WS-REGISTRE-EST-LU VALUE 'O'.

      *    Ligne en cours de controle et son chainon.
       01  WS-LIGNE-CONTROLE  PIC X(200) VALUE SPACES.
       01  WS-SOURCE          PIC X(16) VALUE SPACES.
       01  WS-NUM-LIGNE       PIC 9(9) VALUE ZERO.
       01  WS-CHAINE-ZONE.
           05  WS-CHN-ETIQUETTE PIC X(7).
           05  WS-CHN-RANG      PIC 9(9).
           05  WS-CHN-TIRET     PIC X.
           05  WS-CHN-VALEUR    PIC 9(9).
       01  WS-CHAINE-VALEUR   PIC 9(12) VALUE ZERO.
       01  WS-CHAINE-IDX      PIC 9(3) VALUE ZERO.
       01  WS-MAILLON         PIC X VALUE 'N'.
           88  WS-MAILLON-CONFORME VALUE 'O'.

      *    Dernier chainon accepte : le suivant doit en partir.
       01  WS-CHAINAGE        PIC X VALUE 'N'.
           88  WS-CHAINAGE-COMMENCE VALUE 'O'.
       01  WS-RANG-PRECEDENT  PIC 9(9) VALUE ZERO.
       01  WS-VALEUR-PRECEDENTE PIC 9(9) VALUE ZERO.
       01  WS-PREMIER-RANG-VU PIC 9(9) VALUE ZERO.
       01  WS-PLUS-GRAND-RANG PIC 9(9) VALUE ZERO.
       01  WS-TROU-DEBUT      PIC 9(9) VALUE ZERO.
       01  WS-TROU-FIN        PIC 9(9) VALUE ZERO.

       01  WS-NB-LUES-ARCHIVE PIC 9(9) VALUE ZERO.
       01  WS-NB-LUES-JOURNAL PIC 9(9) VALUE ZERO.
       01  WS-NB-ANTERIEURES  PIC 9(9) VALUE ZERO.
       01  WS-NB-CHAINEES     PIC 9(9) VALUE ZERO.
       01  WS-NB-ANOMALIES    PIC 9(9) VALUE ZERO.
       01  WS-NB-RUPTURES     PIC 9(9) VALUE ZERO.

       01  WS-LIGNE-RAPPORT   PIC X(100) VALUE SPACES.
       01  WS-MESSAGE-ANOMALIE PIC X(88) VALUE SPACES.
       01  WS-NATURE-RUPTURE  PIC X(88) VALUE SPACES.
       01  WS-PREMIERE-RUPTURE PIC X(88) VALUE SPACES.
       01  WS-PREMIERE-NATURE PIC X(88) VALUE SPACES.
       01  WS-PTR-LIGNE       PIC 9(3) VALUE ZERO.
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
           STRING 'Controle du chainage du journal d''audit au '
               DELIMITED BY SIZE
               WS-DATE-JOUR DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM ECRIRE-LIGNE.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           PERFORM CHARGER-REGISTRE.
           PERFORM RELIRE-ARCHIVES.
           PERFORM RELIRE-JOURNAL.
           PERFORM CONTROLER-RACCORDS.
           PERFORM ECRIRE-SYNTHESE.
           CLOSE RAPPORT-FILE.
           IF WS-NB-ANOMALIES > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    Un registre absent n'est pas une anomalie (aucun
      *    archivage encore fait, ou DD DUMMY) : les raccords ne
      *    sont alors simplement pas identifies.
       CHARGER-REGISTRE.
           MOVE 'N' TO WS-FIN-FICHIER.
           OPEN INPUT REGISTRE-ARCH-FILE.
           IF WS-STATUT-REGISTRE NOT = '00'
               MOVE 'O' TO WS-FIN-FICHIER
           ELSE
               MOVE 'O' TO WS-REGISTRE-LU
           END-IF.
           PERFORM UNTIL WS-FIN-LECTURE
               READ REGISTRE-ARCH-FILE
                   AT END
                       MOVE 'O' TO WS-FIN-FICHIER
                   NOT AT END
                       ADD 1 TO WS-NB-LIGNES-REG
                       PERFORM CHARGER-GENERATION
               END-READ
           END-PERFORM.
           IF WS-STATUT-REGISTRE = '00' OR WS-STATUT-REGISTRE = '10'
               CLOSE REGISTRE-ARCH-FILE
           END-IF.

      *    Les passages sans ligne chainee archivee (rangs a zero)
      *    ne delimitent rien et ne sont pas gardes. D'un passage
      *    au suivant, les rangs archives doivent se suivre : un
      *    chevauchement ou un trou veut dire des lignes archivees
      *    deux fois ou jamais.
       CHARGER-GENERATION.
           IF FD-GEN-DATE NOT NUMERIC
              OR FD-GEN-ARCHIVEES NOT NUMERIC
              OR FD-GEN-PREMIER NOT NUMERIC
              OR FD-GEN-DERNIER NOT NUMERIC
              OR FD-GEN-VALEUR NOT NUMERIC
               MOVE SPACES TO WS-MESSAGE-ANOMALIE
               MOVE WS-NB-LIGNES-REG TO WS-EDIT-COMPTEUR
               STRING 'registre des generations: ligne '
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
                   ' illisible' DELIMITED BY SIZE
                   INTO WS-MESSAGE-ANOMALIE
               END-STRING
               PERFORM SIGNALER-ANOMALIE
           ELSE
               IF FD-GEN-DERNIER NOT = ZERO
                   IF WS-REG-DERNIER-RANG NOT = ZERO
                      AND FD-GEN-PREMIER NOT = WS-REG-DERNIER-RANG + 1
                       MOVE SPACES TO WS-MESSAGE-ANOMALIE
                       MOVE WS-REG-DERNIER-RANG TO WS-EDIT-NUMERO
                       MOVE FD-GEN-PREMIER TO WS-EDIT-NUMERO-2
                       STRING 'registre des generations: archivage du '
                           DELIMITED BY SIZE
                           FD-GEN-DATE DELIMITED BY SIZE
                           ' part du rang ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-NUMERO-2)
                           DELIMITED BY SIZE
                           ', le precedent finissait au rang '
                           DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-NUMERO)
                           DELIMITED BY SIZE
                           INTO WS-MESSAGE-ANOMALIE
                       END-STRING
                       PERFORM SIGNALER-ANOMALIE
                   END-IF
                   MOVE FD-GEN-DERNIER TO WS-REG-DERNIER-RANG
                   PERFORM AJOUTER-GENERATION
               END-IF
           END-IF.

       AJOUTER-GENERATION.
           IF WS-NB-GENERATIONS >= WS-MAX-GENERATIONS
               MOVE SPACES TO WS-MESSAGE-ANOMALIE
               STRING 'registre des generations: capacite du '
                   DELIMITED BY SIZE
                   'controle depassee, archivage du ' DELIMITED BY SIZE
                   FD-GEN-DATE DELIMITED BY SIZE
                   ' non situe' DELIMITED BY SIZE
                   INTO WS-MESSAGE-ANOMALIE
               END-STRING
               PERFORM SIGNALER-ANOMALIE
           ELSE
               ADD 1 TO WS-NB-GENERATIONS
               MOVE FD-GEN-DATE TO WS-TG-DATE(WS-NB-GENERATIONS)
               MOVE FD-GEN-ARCHIVEES
                   TO WS-TG-ARCHIVEES(WS-NB-GENERATIONS)
               MOVE FD-GEN-PREMIER TO WS-TG-PREMIER(WS-NB-GENERATIONS)
               MOVE FD-GEN-DERNIER TO WS-TG-DERNIER(WS-NB-GENERATIONS)
               MOVE FD-GEN-VALEUR TO WS-TG-VALEUR(WS-NB-GENERATIONS)
               MOVE SPACE TO WS-TG-RACCORD(WS-NB-GENERATIONS)
           END-IF.

      *    Archives d'abord, de la plus ancienne a la plus recente,
      *    comme le rapport d'audit NBRAUDI ; ARCHLOG absent ou
      *    DUMMY = journal vivant seul.
       RELIRE-ARCHIVES.
           MOVE 'archive' TO WS-SOURCE.
           MOVE ZERO TO WS-NUM-LIGNE.
           MOVE 'N' TO WS-FIN-FICHIER.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-STATUT-ARCHIVE NOT = '00'
               MOVE 'O' TO WS-FIN-FICHIER
           END-IF.
           PERFORM UNTIL WS-FIN-LECTURE
               READ ARCHIVE-FILE
                   AT END
                       MOVE 'O' TO WS-FIN-FICHIER
                   NOT AT END
                       ADD 1 TO WS-NB-LUES-ARCHIVE
                       MOVE FD-LIGNE-ARCHIVE TO WS-LIGNE-CONTROLE
                       PERFORM CONTROLER-LIGNE
               END-READ
           END-PERFORM.
           IF WS-STATUT-ARCHIVE = '00' OR WS-STATUT-ARCHIVE = '10'
               CLOSE ARCHIVE-FILE
           END-IF.

       RELIRE-JOURNAL.
           MOVE 'journal vivant' TO WS-SOURCE.
           MOVE ZERO TO WS-NUM-LIGNE.
           MOVE 'N' TO WS-FIN-FICHIER.
           OPEN INPUT JOURNAL-FILE.
           IF WS-STATUT-JOURNAL NOT = '00'
               MOVE SPACES TO WS-MESSAGE-ANOMALIE
               STRING 'journal d''audit vivant inaccessible - '
                   DELIMITED BY SIZE
                   'statut ' DELIMITED BY SIZE
                   WS-STATUT-JOURNAL DELIMITED BY SIZE
                   INTO WS-MESSAGE-ANOMALIE
               END-STRING
               PERFORM SIGNALER-ANOMALIE
               MOVE 'O' TO WS-FIN-FICHIER
           END-IF.
           PERFORM UNTIL WS-FIN-LECTURE
               READ JOURNAL-FILE
                   AT END
                       MOVE 'O' TO WS-FIN-FICHIER
                   NOT AT END
                       ADD 1 TO WS-NB-LUES-JOURNAL
                       MOVE FD-LIGNE-JOURNAL TO WS-LIGNE-CONTROLE
                       PERFORM CONTROLER-LIGNE
               END-READ
           END-PERFORM.
           IF WS-STATUT-JOURNAL = '00' OR WS-STATUT-JOURNAL = '10'
               CLOSE JOURNAL-FILE
           END-IF.

       CONTROLER-LIGNE.
           ADD 1 TO WS-NUM-LIGNE.
           MOVE WS-LIGNE-CONTROLE(175:26) TO WS-CHAINE-ZONE.
           IF WS-CHN-ETIQUETTE = 'CHAINE=' AND WS-CHN-TIRET = '-'
               AND WS-CHN-RANG NUMERIC AND WS-CHN-VALEUR NUMERIC
               ADD 1 TO WS-NB-CHAINEES
               IF WS-CHAINAGE-COMMENCE
                   PERFORM CONTROLER-MAILLON
               ELSE
                   PERFORM CONTROLER-PREMIER-MAILLON
               END-IF
               IF WS-CHN-RANG > WS-PLUS-GRAND-RANG
                   MOVE WS-CHN-RANG TO WS-PLUS-GRAND-RANG
               END-IF
               MOVE WS-CHN-RANG TO WS-RANG-PRECEDENT
               MOVE WS-CHN-VALEUR TO WS-VALEUR-PRECEDENTE
           ELSE
               IF WS-CHAINAGE-COMMENCE
                   MOVE 'ligne sans chainon dans le journal chaine'
                       TO WS-MESSAGE-ANOMALIE
                   PERFORM SIGNALER-RUPTURE
               ELSE
                   ADD 1 TO WS-NB-ANTERIEURES
               END-IF
           END-IF.

      *    Le rang 1 ouvre la chaine (valeur de depart nulle) et se
      *    controle comme les autres ; au-dela, les lignes
      *    precedentes sont hors des fichiers fournis et le premier
      *    chainon lu est pris tel quel.
       CONTROLER-PREMIER-MAILLON.
           MOVE 'O' TO WS-CHAINAGE.
           MOVE WS-CHN-RANG TO WS-PREMIER-RANG-VU.
           IF WS-CHN-RANG = 1
               MOVE ZERO TO WS-VALEUR-PRECEDENTE
               PERFORM CALCULER-CHAINON
               IF NOT WS-MAILLON-CONFORME
                   MOVE 'ligne modifiee (chainon recalcule different)'
                       TO WS-MESSAGE-ANOMALIE
                   PERFORM SIGNALER-RUPTURE
               END-IF
           ELSE
               MOVE SPACES TO WS-LIGNE-RAPPORT
               MOVE WS-CHN-RANG TO WS-EDIT-NUMERO
               MOVE WS-NUM-LIGNE TO WS-EDIT-NUMERO-2
               STRING 'Chaine reprise au rang ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-NUMERO) DELIMITED BY SIZE
                   ' (' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SOURCE) DELIMITED BY SIZE
                   ' ligne ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-NUMERO-2) DELIMITED BY SIZE
                   '), rangs precedents hors perimetre'
                   DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT
               END-STRING
               PERFORM ECRIRE-LIGNE
           END-IF.

      *    Le rang attendu est le suivant du dernier chainon
      *    accepte. Un rang plus loin = lignes manquantes, un rang
      *    deja passe = ligne hors sequence ; dans les deux cas la
      *    valeur n'est pas recalculee (elle ne peut pas concorder)
      *    et le controle repart de la ligne lue.
       CONTROLER-MAILLON.
           EVALUATE TRUE
               WHEN WS-CHN-RANG = WS-RANG-PRECEDENT + 1
                   PERFORM CALCULER-CHAINON
                   PERFORM NOTER-RACCORD
                   IF NOT WS-MAILLON-CONFORME
                       MOVE 'ligne modifiee ou ligne precedente alteree'
                           TO WS-MESSAGE-ANOMALIE
                       PERFORM SIGNALER-RUPTURE
                   END-IF
               WHEN WS-CHN-RANG > WS-RANG-PRECEDENT + 1
                   MOVE 'N' TO WS-MAILLON
                   PERFORM NOTER-RACCORD
                   COMPUTE WS-TROU-DEBUT = WS-RANG-PRECEDENT + 1
                   COMPUTE WS-TROU-FIN = WS-CHN-RANG - 1
                   MOVE SPACES TO WS-MESSAGE-ANOMALIE
                   MOVE WS-TROU-DEBUT TO WS-EDIT-NUMERO
                   MOVE WS-TROU-FIN TO WS-EDIT-NUMERO-2
                   STRING 'lignes manquantes avant celle-ci, rangs '
                       DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-NUMERO) DELIMITED BY SIZE
                       ' a ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-NUMERO-2)
                       DELIMITED BY SIZE
                       INTO WS-MESSAGE-ANOMALIE
                   END-STRING
                   PERFORM SIGNALER-RUPTURE
               WHEN OTHER
                   MOVE SPACES TO WS-MESSAGE-ANOMALIE
                   MOVE WS-RANG-PRECEDENT TO WS-EDIT-NUMERO
                   STRING 'ligne hors sequence (apres le rang '
                       DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-NUMERO) DELIMITED BY SIZE
                       ') dupliquee, reinseree ou archives en desordre'
                       DELIMITED BY SIZE
                       INTO WS-MESSAGE-ANOMALIE
                   END-STRING
                   PERFORM SIGNALER-RUPTURE
           END-EVALUATE.

      *    Meme calcul que les programmes qui ecrivent le journal.
       CALCULER-CHAINON.
           MOVE WS-VALEUR-PRECEDENTE TO WS-CHAINE-VALEUR.
           PERFORM VARYING WS-CHAINE-IDX FROM 1 BY 1
                   UNTIL WS-CHAINE-IDX > 191
               COMPUTE WS-CHAINE-VALEUR = FUNCTION MOD(
                   WS-CHAINE-VALEUR * 256
                   + FUNCTION ORD(WS-LIGNE-CONTROLE(WS-CHAINE-IDX:1)),
                   999999937)
           END-PERFORM.
           IF WS-CHAINE-VALEUR = WS-CHN-VALEUR
               MOVE 'O' TO WS-MAILLON
           ELSE
               MOVE 'N' TO WS-MAILLON
           END-IF.

      *    Le passage d'un chainon au suivant enjambe-t-il la fin
      *    d'une generation inscrite au registre ? Si oui, le
      *    raccord de cette generation avec la suite est tranche ici.
       NOTER-RACCORD.
           PERFORM VARYING WS-IDX-TG FROM 1 BY 1
                   UNTIL WS-IDX-TG > WS-NB-GENERATIONS
               IF WS-TG-DERNIER(WS-IDX-TG) >= WS-RANG-PRECEDENT
                  AND WS-TG-DERNIER(WS-IDX-TG) < WS-CHN-RANG
                   IF WS-MAILLON-CONFORME
                      AND WS-TG-DERNIER(WS-IDX-TG) = WS-RANG-PRECEDENT
                      AND WS-TG-VALEUR(WS-IDX-TG)
                          = WS-VALEUR-PRECEDENTE
                       IF WS-TG-RACCORD(WS-IDX-TG) = SPACE
                           MOVE 'O' TO WS-TG-RACCORD(WS-IDX-TG)
                       END-IF
                   ELSE
                       MOVE 'R' TO WS-TG-RACCORD(WS-IDX-TG)
                   END-IF
               END-IF
           END-PERFORM.

      *    Une generation dont la limite n'a pas ete franchie est
      *    hors perimetre si elle finit avant le premier chainon
      *    relu ; sinon sa suite manque a la relecture.
       CONTROLER-RACCORDS.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           IF NOT WS-REGISTRE-EST-LU
               MOVE SPACES TO WS-LIGNE-RAPPORT
               STRING 'Registre des generations absent - '
                   DELIMITED BY SIZE
                   'limites de generation non identifiees'
                   DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT
               END-STRING
               PERFORM ECRIRE-LIGNE
           END-IF.
           PERFORM VARYING WS-IDX-TG FROM 1 BY 1
                   UNTIL WS-IDX-TG > WS-NB-GENERATIONS
               MOVE WS-TG-PREMIER(WS-IDX-TG) TO WS-EDIT-NUMERO
               MOVE WS-TG-DERNIER(WS-IDX-TG) TO WS-EDIT-NUMERO-2
               IF WS-TG-RACCORD(WS-IDX-TG) = SPACE
                  AND WS-CHAINAGE-COMMENCE
                  AND WS-TG-DERNIER(WS-IDX-TG) >= WS-PREMIER-RANG-VU
                   MOVE 'R' TO WS-TG-RACCORD(WS-IDX-TG)
               END-IF
               EVALUATE WS-TG-RACCORD(WS-IDX-TG)
                   WHEN 'O'
                       MOVE SPACES TO WS-LIGNE-RAPPORT
                       STRING 'Generation archivee le '
                           DELIMITED BY SIZE
                           WS-TG-DATE(WS-IDX-TG) DELIMITED BY SIZE
                           ' (rangs ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-NUMERO)
                           DELIMITED BY SIZE
                           ' a ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-NUMERO-2)
                           DELIMITED BY SIZE
                           '): raccord avec la suite verifie'
                           DELIMITED BY SIZE
                           INTO WS-LIGNE-RAPPORT
                       END-STRING
                       PERFORM ECRIRE-LIGNE
                   WHEN 'R'
                       MOVE SPACES TO WS-MESSAGE-ANOMALIE
                       STRING 'raccord rompu entre la generation du '
                           DELIMITED BY SIZE
                           WS-TG-DATE(WS-IDX-TG) DELIMITED BY SIZE
                           ' (rangs ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-NUMERO)
                           DELIMITED BY SIZE
                           ' a ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-NUMERO-2)
                           DELIMITED BY SIZE
                           ') et la suite' DELIMITED BY SIZE
                           INTO WS-MESSAGE-ANOMALIE
                       END-STRING
                       PERFORM SIGNALER-ANOMALIE
                   WHEN OTHER
                       MOVE SPACES TO WS-LIGNE-RAPPORT
                       STRING 'Generation archivee le '
                           DELIMITED BY SIZE
                           WS-TG-DATE(WS-IDX-TG) DELIMITED BY SIZE
                           ' (rangs ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-NUMERO)
                           DELIMITED BY SIZE
                           ' a ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-NUMERO-2)
                           DELIMITED BY SIZE
                           '): hors perimetre' DELIMITED BY SIZE
                           INTO WS-LIGNE-RAPPORT
                       END-STRING
                       PERFORM ECRIRE-LIGNE
               END-EVALUATE
           END-PERFORM.

       ECRIRE-SYNTHESE.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           MOVE WS-NB-LUES-ARCHIVE TO WS-EDIT-NUMERO.
           MOVE WS-NB-LUES-JOURNAL TO WS-EDIT-NUMERO-2.
           STRING 'Lignes relues: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-NUMERO) DELIMITED BY SIZE
               ' en archive, ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-NUMERO-2) DELIMITED BY SIZE
               ' au journal vivant' DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM ECRIRE-LIGNE.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           MOVE WS-NB-ANTERIEURES TO WS-EDIT-COMPTEUR.
           STRING 'Lignes anterieures au chainage: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM ECRIRE-LIGNE.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           MOVE WS-NB-CHAINEES TO WS-EDIT-COMPTEUR.
           MOVE WS-PREMIER-RANG-VU TO WS-EDIT-NUMERO.
           MOVE WS-PLUS-GRAND-RANG TO WS-EDIT-NUMERO-2.
           STRING 'Lignes chainees: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
               ' (rangs ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-NUMERO) DELIMITED BY SIZE
               ' a ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-NUMERO-2) DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM ECRIRE-LIGNE.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           MOVE WS-NB-GENERATIONS TO WS-EDIT-COMPTEUR.
           STRING 'Generations inscrites au registre: '
               DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM ECRIRE-LIGNE.
           IF WS-NB-RUPTURES > 0
               MOVE SPACES TO WS-LIGNE-RAPPORT
               MOVE WS-NB-RUPTURES TO WS-EDIT-COMPTEUR
               STRING 'Ruptures de chaine: ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
                   ', la premiere :' DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT
               END-STRING
               PERFORM ECRIRE-LIGNE
               MOVE SPACES TO WS-LIGNE-RAPPORT
               STRING '  ' DELIMITED BY SIZE
                   WS-PREMIERE-RUPTURE DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT
               END-STRING
               PERFORM ECRIRE-LIGNE
               MOVE SPACES TO WS-LIGNE-RAPPORT
               STRING '  ' DELIMITED BY SIZE
                   WS-PREMIERE-NATURE DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT
               END-STRING
               PERFORM ECRIRE-LIGNE
           END-IF.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           IF WS-NB-ANOMALIES = 0
               MOVE 'RESULTAT: chaine du journal d''audit intacte'
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

      *    Une rupture est situee (source, ligne, rang, date et heure
      *    de la ligne) sur une premiere ligne, la nature de la
      *    rupture suivant ; la premiere de toutes est gardee pour
      *    la synthese.
       SIGNALER-RUPTURE.
           ADD 1 TO WS-NB-RUPTURES.
           MOVE WS-MESSAGE-ANOMALIE TO WS-NATURE-RUPTURE.
           MOVE SPACES TO WS-MESSAGE-ANOMALIE.
           MOVE 1 TO WS-PTR-LIGNE.
           MOVE WS-NUM-LIGNE TO WS-EDIT-NUMERO.
           STRING FUNCTION TRIM(WS-SOURCE) DELIMITED BY SIZE
               ' ligne ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-NUMERO) DELIMITED BY SIZE
               INTO WS-MESSAGE-ANOMALIE WITH POINTER WS-PTR-LIGNE
           END-STRING.
           IF WS-CHN-ETIQUETTE = 'CHAINE='
               MOVE WS-CHN-RANG TO WS-EDIT-NUMERO
               STRING ' rang ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-NUMERO) DELIMITED BY SIZE
                   INTO WS-MESSAGE-ANOMALIE WITH POINTER WS-PTR-LIGNE
               END-STRING
           END-IF.
           STRING ' du ' DELIMITED BY SIZE
               WS-LIGNE-CONTROLE(1:8) DELIMITED BY SIZE
               ' a ' DELIMITED BY SIZE
               WS-LIGNE-CONTROLE(10:8) DELIMITED BY SIZE
               INTO WS-MESSAGE-ANOMALIE WITH POINTER WS-PTR-LIGNE
           END-STRING.
           IF WS-NB-RUPTURES = 1
               MOVE WS-MESSAGE-ANOMALIE TO WS-PREMIERE-RUPTURE
               MOVE WS-NATURE-RUPTURE TO WS-PREMIERE-NATURE
           END-IF.
           PERFORM SIGNALER-ANOMALIE.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING '          ' DELIMITED BY SIZE
               WS-NATURE-RUPTURE DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           PERFORM ECRIRE-LIGNE.

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
