       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecertificationOperateurs.
       AUTHOR. Bruno.

      *    Recertification periodique des acces operateurs : chaque
      *    operateur du fichier maitre OPERMAST est rapproche de son
      *    activite au journal d'audit (generations d'archive
      *    concatenees sous ARCHLOG, les plus anciennes en premier,
      *    puis journal vivant AUDITLOG). Pour chaque operateur le
      *    rapport donne la date de derniere activite, les fonctions
      *    exercees (screening, seconde verification, adjudication,
      *    purge du cache, plage, demande d'annulation, autres), les
      *    acces refuses, et si son niveau d'autorite a reellement
      *    servi : l'autorite 4 est requise par la purge et la
      *    plage, l'autorite 5 par l'adjudication ; en dessous de 4
      *    aucune fonction ne depend du niveau (sans objet).
      *    Les acces refuses ne comptent pas comme activite, pas plus
      *    que les lignes ecrites au nom d'un demandeur d'annulation
      *    par le traitement batch (seule la demande elle-meme
      *    compte).
      *    Carte parametre SYSIN : responsable securite (identifiant
      *    operateur), seuil de dormance en jours (blanc ou zero =
      *    90), desactivation automatique (O/N, N par defaut).
      *    Un compte actif sans activite depuis plus que le seuil est
      *    signale dormant. Un compte jamais vu au journal n'est
      *    declare dormant que si le journal lu remonte au moins au
      *    seuil ; sinon il est signale non concluant.
      *    Desactivation automatique (responsable actif d'autorite 5
      *    ou plus, sinon neutralisee et le refus trace au journal) :
      *    chaque compte dormant passe inactif ('I') dans OPERMAST,
      *    la desactivation est tracee au journal d'audit au nom du
      *    responsable (CIBLE=operateur desactive) et une carte
      *    operateur au format de ChargeOperateurs, marquee 'I', est
      *    ajoutee a OPERDESA : ce fichier est concatene derriere les
      *    cartes du chargement pour qu'un rechargement ne reactive
      *    pas le compte. Le compte du responsable n'est jamais
      *    desactive par le traitement.
      *    Journal d'audit inaccessible = activite recente inconnue :
      *    dormance non evaluee, aucune desactivation, RC=8.
      *    Rapport RECERRPT : une section par niveau d'autorite,
      *    chacune terminee par un cartouche de visa du responsable
      *    securite, puis les identifiants presents au journal mais
      *    absents du fichier maitre et les totaux.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATEUR-FILE ASSIGN TO OPERMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-OPER-ID
               FILE STATUS IS WS-STATUT-OPERATEUR.

           SELECT ARCHIVE-FILE ASSIGN TO ARCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-ARCHIVE.

           SELECT JOURNAL-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-JOURNAL.

           SELECT CARTE-FILE ASSIGN TO OPERDESA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-CARTE.

           SELECT RAPPORT-FILE ASSIGN TO RECERRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-RAPPORT.

      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
       FD  OPERATEUR-FILE.
       01  FD-LIGNE-OPERATEUR.
           05  FD-OPER-ID         PIC X(8).
           05  FILLER             PIC X.
           05  FD-OPER-NOM        PIC X(30).
           05  FILLER             PIC X.
           05  FD-OPER-AUTORITE   PIC X.
           05  FILLER             PIC X.
           05  FD-OPER-ACTIF      PIC X.

       FD  ARCHIVE-FILE.
       01  FD-LIGNE-ARCHIVE   PIC X(200).

       FD  JOURNAL-FILE.
       01  FD-LIGNE-JOURNAL   PIC X(200).

       FD  CARTE-FILE.
       01  FD-CARTE.
           05  FD-CARTE-ID        PIC X(8).
           05  FILLER             PIC X.
           05  FD-CARTE-NOM       PIC X(30).
           05  FILLER             PIC X.
           05  FD-CARTE-AUTORITE  PIC X.
           05  FILLER             PIC X.
           05  FD-CARTE-ACTIF     PIC X.
           05  FILLER             PIC X(37).

       FD  RAPPORT-FILE.
       01  FD-LIGNE-RAPPORT   PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-STATUT-OPERATEUR PIC X(2) VALUE SPACES.
       01  WS-STATUT-ARCHIVE  PIC X(2) VALUE SPACES.
       01  WS-STATUT-JOURNAL  PIC X(2) VALUE SPACES.
       01  WS-STATUT-CARTE    PIC X(2) VALUE SPACES.
       01  WS-STATUT-RAPPORT  PIC X(2) VALUE SPACES.

       01  WS-FIN-FICHIER     PIC X VALUE 'N'.
           88  WS-FIN-JOURNAL     VALUE 'O'.
       01  WS-FIN-ARCHIVE-FLG PIC X VALUE 'N'.
           88  WS-FIN-ARCHIVE     VALUE 'O'.
       01  WS-FIN-OPERATEURS-FLG PIC X VALUE 'N'.
           88  WS-FIN-OPERATEURS  VALUE 'O'.
       01  WS-JOURNAL-LU      PIC X VALUE 'N'.
           88  WS-JOURNAL-EST-LU  VALUE 'O'.
       01  WS-JOURNAL-OUVERT  PIC X VALUE 'N'.
           88  WS-JOURNAL-EST-OUVERT VALUE 'O'.
       01  WS-CARTES-OUVERTES PIC X VALUE 'N'.
           88  WS-CARTES-SONT-OUVERTES VALUE 'O'.

      *    Carte parametre
       01  WS-RESPONSABLE-ID  PIC X(8) VALUE SPACES.
       01  WS-SEUIL-TXT       PIC X(4) VALUE SPACES.
       01  WS-SEUIL-JOURS     PIC 9(4) VALUE ZERO.
       01  WS-AUTO-TXT        PIC X VALUE SPACE.
       01  WS-AUTO-DEMANDEE   PIC X VALUE 'N'.
           88  WS-AUTO-EST-DEMANDEE VALUE 'O'.
       01  WS-AUTO-AUTORISEE  PIC X VALUE 'N'.
           88  WS-AUTO-EST-AUTORISEE VALUE 'O'.
       01  WS-RESPONSABLE-NOM PIC X(30) VALUE SPACES.
       01  WS-RESPONSABLE-AUTORITE PIC X VALUE SPACE.
       01  WS-RESPONSABLE-CONNU PIC X VALUE 'N'.
           88  WS-RESPONSABLE-EST-CONNU VALUE 'O'.

      *    Operateurs du fichier maitre et leur activite au journal
       01  WS-NB-OPERATEURS   PIC 9(3) VALUE ZERO.
       01  WS-OPER-TABLE.
           05  WS-OPER-ENTREE OCCURS 200 TIMES.
               10  WS-OPE-ID          PIC X(8).
               10  WS-OPE-NOM         PIC X(30).
               10  WS-OPE-AUTORITE    PIC X.
               10  WS-OPE-ACTIF       PIC X.
               10  WS-OPE-DERNIERE    PIC 9(8).
               10  WS-OPE-NB-SCREENING PIC 9(7).
               10  WS-OPE-NB-CONTROLE PIC 9(7).
               10  WS-OPE-NB-ADJUDICATION PIC 9(7).
               10  WS-OPE-NB-PURGE    PIC 9(7).
               10  WS-OPE-NB-PLAGE    PIC 9(7).
               10  WS-OPE-NB-ANNULATION PIC 9(7).
               10  WS-OPE-NB-AUTRES   PIC 9(7).
               10  WS-OPE-NB-REFUS    PIC 9(7).
               10  WS-OPE-REQUISE     PIC X.
               10  WS-OPE-SUITE       PIC X.
       01  WS-IDX-OPER        PIC 9(3) VALUE ZERO.
       01  WS-IDX-COURANT     PIC 9(3) VALUE ZERO.
       01  WS-OPER-HORS-TABLE PIC 9(9) VALUE ZERO.

      *    Identifiants rencontres au journal mais absents du maitre
       01  WS-NB-INCONNUS     PIC 9(2) VALUE ZERO.
       01  WS-INCONNU-TABLE.
           05  WS-INCONNU-ENTREE OCCURS 50 TIMES.
               10  WS-INC-ID          PIC X(8).
               10  WS-INC-DERNIERE    PIC 9(8).
               10  WS-INC-COMPTE      PIC 9(9).
       01  WS-IDX-INCONNU     PIC 9(2) VALUE ZERO.
       01  WS-INCONNUS-AUTRES PIC 9(9) VALUE ZERO.

       01  WS-TROUVE          PIC X VALUE 'N'.
           88  WS-EST-TROUVE      VALUE 'O'.

      *    Analyse d'une ligne du journal
       01  WS-LIGNE-ANALYSE   PIC X(200) VALUE SPACES.
       01  WS-LIGNE-DATE      PIC X(8) VALUE SPACES.
       01  WS-LIGNE-DATE-9    PIC 9(8) VALUE ZERO.
       01  WS-JETONS.
           05  WS-JETON       PIC X(30) OCCURS 14 TIMES.
       01  WS-IDX-JETON       PIC 9(2) VALUE ZERO.
       01  WS-OPER-LU         PIC X(8) VALUE SPACES.
       01  WS-FONCTION-LUE    PIC X(14) VALUE SPACES.
       01  WS-ANNULATION-LUE  PIC X(10) VALUE SPACES.
       01  WS-VERDICT-LU      PIC X VALUE 'N'.
           88  WS-A-VERDICT       VALUE 'O'.
       01  WS-CONTROLE-LU     PIC X VALUE 'N'.
           88  WS-A-CONTROLE      VALUE 'O'.
       01  WS-ADJUDICATION-LUE PIC X VALUE 'N'.
           88  WS-A-ADJUDICATION  VALUE 'O'.
       01  WS-REFUS-LU        PIC X VALUE 'N'.
           88  WS-EST-REFUS       VALUE 'O'.
       01  WS-ACTIVITE        PIC X VALUE 'N'.
           88  WS-EST-ACTIVITE    VALUE 'O'.

       01  WS-PREMIERE-DATE   PIC 9(8) VALUE ZERO.
       01  WS-DERNIERE-DATE   PIC 9(8) VALUE ZERO.
       01  WS-NB-LUES         PIC 9(9) VALUE ZERO.
       01  WS-NB-LUES-ARCHIVE PIC 9(9) VALUE ZERO.
       01  WS-NB-ILLISIBLES   PIC 9(9) VALUE ZERO.
       01  WS-NB-SANS-OPERATEUR PIC 9(9) VALUE ZERO.

      *    Evaluation de la dormance
       01  WS-JOUR-ENTIER     PIC 9(7) VALUE ZERO.
       01  WS-DERNIER-ENTIER  PIC 9(7) VALUE ZERO.
       01  WS-ECART-JOURS     PIC 9(7) VALUE ZERO.
       01  WS-COUVERTURE-JOURS PIC 9(7) VALUE ZERO.
       01  WS-COUVERTURE      PIC X VALUE 'N'.
           88  WS-COUVERTURE-SUFFISANTE VALUE 'O'.
       01  WS-NB-ACTIFS       PIC 9(9) VALUE ZERO.
       01  WS-NB-INACTIFS     PIC 9(9) VALUE ZERO.
       01  WS-NB-DORMANTS     PIC 9(9) VALUE ZERO.
       01  WS-NB-DESACTIVES   PIC 9(9) VALUE ZERO.
       01  WS-NB-A-DESACTIVER PIC 9(9) VALUE ZERO.
       01  WS-NB-NON-CONCLUANTS PIC 9(9) VALUE ZERO.
       01  WS-NB-ECHECS       PIC 9(9) VALUE ZERO.
       01  WS-NB-AUTORITE-INUTILE PIC 9(9) VALUE ZERO.

      *    Sections du rapport par niveau d'autorite
       01  WS-NIVEAU          PIC 9 VALUE ZERO.
       01  WS-NIVEAU-X        PIC X VALUE SPACE.
       01  WS-NIVEAU-FIN      PIC X VALUE 'N'.
           88  WS-NIVEAUX-FINIS   VALUE 'O'.
       01  WS-NB-DANS-NIVEAU  PIC 9(3) VALUE ZERO.
       01  WS-HORS-NIVEAU     PIC X VALUE 'N'.
           88  WS-EST-HORS-NIVEAU VALUE 'O'.

       01  WS-DATE-JOUR       PIC 9(8) VALUE ZERO.
       01  WS-HEURE-JOUR      PIC 9(8) VALUE ZERO.
       01  WS-LIGNE-JOURNAL   PIC X(200) VALUE SPACES.
       01  WS-PTR-JOURNAL     PIC 9(4) VALUE ZERO.
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

       01  WS-LIGNE-RAPPORT   PIC X(100) VALUE SPACES.
       01  WS-PTR-RAPPORT     PIC 9(4) VALUE ZERO.
       01  WS-EDIT-COMPTEUR   PIC Z(8)9.
       01  WS-EDIT-JOURS      PIC Z(6)9.
       01  WS-EDIT-SEUIL      PIC Z(3)9.
       01  WS-DATE-EDIT       PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           COMPUTE WS-JOUR-ENTIER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR).
           PERFORM LIRE-PARAMETRES.
           PERFORM CHARGER-OPERATEURS.
           IF WS-NB-OPERATEURS = ZERO
               DISPLAY 'Aucun operateur au fichier maitre - '
                   'recertification annulee.'
               IF WS-STATUT-OPERATEUR = '00'
                   OR WS-STATUT-OPERATEUR = '10'
                   CLOSE OPERATEUR-FILE
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF.
           OPEN OUTPUT RAPPORT-FILE.
           IF WS-STATUT-RAPPORT NOT = '00'
               DISPLAY 'Impossible de creer le rapport de '
                   'recertification - statut ' WS-STATUT-RAPPORT
                   ' - traitement annule.'
               CLOSE OPERATEUR-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CONTROLE-RESPONSABLE.
           PERFORM BALAYER-ARCHIVES.
           PERFORM BALAYER-JOURNAL.
           IF WS-AUTO-EST-DEMANDEE AND WS-JOURNAL-EST-LU
               PERFORM OUVRIR-SORTIES-DESACTIVATION
           END-IF.
           PERFORM EVALUER-COUVERTURE.
           PERFORM VARYING WS-IDX-OPER FROM 1 BY 1
                   UNTIL WS-IDX-OPER > WS-NB-OPERATEURS
               PERFORM EVALUER-OPERATEUR
           END-PERFORM.
           PERFORM ECRIRE-ENTETE.
           MOVE 'N' TO WS-NIVEAU-FIN.
           MOVE ZERO TO WS-NIVEAU.
           PERFORM UNTIL WS-NIVEAUX-FINIS
               MOVE WS-NIVEAU TO WS-NIVEAU-X
               PERFORM ECRIRE-SECTION-NIVEAU
               IF WS-NIVEAU = 9
                   MOVE 'O' TO WS-NIVEAU-FIN
               ELSE
                   ADD 1 TO WS-NIVEAU
               END-IF
           END-PERFORM.
           PERFORM ECRIRE-SECTION-HORS-NIVEAU.
           PERFORM ECRIRE-INCONNUS.
           PERFORM ECRIRE-TOTAUX.
           CLOSE RAPPORT-FILE.
           CLOSE OPERATEUR-FILE.
           IF WS-CARTES-SONT-OUVERTES
               CLOSE CARTE-FILE
           END-IF.
           IF WS-JOURNAL-EST-OUVERT
               CLOSE JOURNAL-FILE
           END-IF.
           IF NOT WS-JOURNAL-EST-LU OR WS-NB-ECHECS > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LIRE-PARAMETRES.
           ACCEPT WS-RESPONSABLE-ID.
           ACCEPT WS-SEUIL-TXT.
           ACCEPT WS-AUTO-TXT.
           IF WS-SEUIL-TXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-SEUIL-TXT) = 0
               MOVE FUNCTION NUMVAL(WS-SEUIL-TXT) TO WS-SEUIL-JOURS
           ELSE
               IF WS-SEUIL-TXT NOT = SPACES
                   DISPLAY 'Seuil de dormance invalide ('
                       WS-SEUIL-TXT ') - 90 jours retenus.'
               END-IF
           END-IF.
           IF WS-SEUIL-JOURS = ZERO
               MOVE 90 TO WS-SEUIL-JOURS
           END-IF.
           IF WS-AUTO-TXT = 'O'
               MOVE 'O' TO WS-AUTO-DEMANDEE
           END-IF.

      *    Le maitre est ouvert en mise a jour quand la desactivation
      *    automatique est demandee, en lecture seule sinon ; il est
      *    charge en entier (parcours par cle) dans la table.
       CHARGER-OPERATEURS.
           IF WS-AUTO-EST-DEMANDEE
               OPEN I-O OPERATEUR-FILE
           ELSE
               OPEN INPUT OPERATEUR-FILE
           END-IF.
           IF WS-STATUT-OPERATEUR NOT = '00'
               DISPLAY 'Fichier des operateurs inaccessible - statut '
                   WS-STATUT-OPERATEUR
               MOVE 'O' TO WS-FIN-OPERATEURS-FLG
           ELSE
               MOVE LOW-VALUES TO FD-OPER-ID
               START OPERATEUR-FILE KEY IS NOT LESS THAN FD-OPER-ID
                   INVALID KEY
                       MOVE 'O' TO WS-FIN-OPERATEURS-FLG
               END-START
           END-IF.
           PERFORM UNTIL WS-FIN-OPERATEURS
               READ OPERATEUR-FILE NEXT RECORD
                   AT END
                       MOVE 'O' TO WS-FIN-OPERATEURS-FLG
                   NOT AT END
                       PERFORM RETENIR-OPERATEUR
               END-READ
           END-PERFORM.
           IF WS-OPER-HORS-TABLE > ZERO
               DISPLAY 'Operateurs au-dela de 200 non recertifies: '
                   WS-OPER-HORS-TABLE
           END-IF.

       RETENIR-OPERATEUR.
           IF WS-NB-OPERATEURS < 200
               ADD 1 TO WS-NB-OPERATEURS
               MOVE FD-OPER-ID TO WS-OPE-ID(WS-NB-OPERATEURS)
               MOVE FD-OPER-NOM TO WS-OPE-NOM(WS-NB-OPERATEURS)
               MOVE FD-OPER-AUTORITE
                   TO WS-OPE-AUTORITE(WS-NB-OPERATEURS)
               MOVE FD-OPER-ACTIF TO WS-OPE-ACTIF(WS-NB-OPERATEURS)
               MOVE ZERO TO WS-OPE-DERNIERE(WS-NB-OPERATEURS)
               MOVE ZERO TO WS-OPE-NB-SCREENING(WS-NB-OPERATEURS)
               MOVE ZERO TO WS-OPE-NB-CONTROLE(WS-NB-OPERATEURS)
               MOVE ZERO TO WS-OPE-NB-ADJUDICATION(WS-NB-OPERATEURS)
               MOVE ZERO TO WS-OPE-NB-PURGE(WS-NB-OPERATEURS)
               MOVE ZERO TO WS-OPE-NB-PLAGE(WS-NB-OPERATEURS)
               MOVE ZERO TO WS-OPE-NB-ANNULATION(WS-NB-OPERATEURS)
               MOVE ZERO TO WS-OPE-NB-AUTRES(WS-NB-OPERATEURS)
               MOVE ZERO TO WS-OPE-NB-REFUS(WS-NB-OPERATEURS)
               MOVE SPACE TO WS-OPE-REQUISE(WS-NB-OPERATEURS)
               MOVE SPACE TO WS-OPE-SUITE(WS-NB-OPERATEURS)
           ELSE
               ADD 1 TO WS-OPER-HORS-TABLE
           END-IF.

      *    La desactivation automatique modifie le fichier maitre :
      *    elle est reservee a un responsable actif d'autorite 5 ou
      *    plus. Un refus neutralise la desactivation (le rapport est
      *    produit) et est trace au journal d'audit.
       CONTROLE-RESPONSABLE.
           MOVE 'N' TO WS-TROUVE.
           PERFORM VARYING WS-IDX-OPER FROM 1 BY 1
                   UNTIL WS-IDX-OPER > WS-NB-OPERATEURS
                      OR WS-EST-TROUVE
               IF WS-OPE-ID(WS-IDX-OPER) = WS-RESPONSABLE-ID
                   AND WS-RESPONSABLE-ID NOT = SPACES
                   MOVE 'O' TO WS-TROUVE
                   MOVE WS-OPE-NOM(WS-IDX-OPER) TO WS-RESPONSABLE-NOM
                   MOVE WS-OPE-AUTORITE(WS-IDX-OPER)
                       TO WS-RESPONSABLE-AUTORITE
                   IF WS-OPE-ACTIF(WS-IDX-OPER) = 'A'
                       MOVE 'O' TO WS-RESPONSABLE-CONNU
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT WS-RESPONSABLE-EST-CONNU
               DISPLAY 'Responsable securite ' WS-RESPONSABLE-ID
                   ' inconnu ou inactif.'
           END-IF.
           IF WS-AUTO-EST-DEMANDEE
               IF WS-RESPONSABLE-EST-CONNU
                   AND WS-RESPONSABLE-AUTORITE NOT < '5'
                   MOVE 'O' TO WS-AUTO-AUTORISEE
               ELSE
                   DISPLAY 'Responsable ' WS-RESPONSABLE-ID
                       ' non habilite a desactiver (autorite 5 '
                       'active requise) - desactivation neutralisee.'
               END-IF
           END-IF.

      *    Les archives (ARCHLOG) sont lues avant le journal vivant ;
      *    un ARCHLOG absent ou DUMMY n'est pas une erreur.
       BALAYER-ARCHIVES.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-STATUT-ARCHIVE NOT = '00'
               MOVE 'O' TO WS-FIN-ARCHIVE-FLG
           END-IF.
           PERFORM UNTIL WS-FIN-ARCHIVE
               READ ARCHIVE-FILE
                   AT END
                       MOVE 'O' TO WS-FIN-ARCHIVE-FLG
                   NOT AT END
                       ADD 1 TO WS-NB-LUES
                       ADD 1 TO WS-NB-LUES-ARCHIVE
                       MOVE FD-LIGNE-ARCHIVE TO WS-LIGNE-ANALYSE
                       PERFORM ANALYSER-LIGNE
               END-READ
           END-PERFORM.
           IF WS-STATUT-ARCHIVE = '00' OR WS-STATUT-ARCHIVE = '10'
               CLOSE ARCHIVE-FILE
           END-IF.

      *    Sans journal vivant l'activite recente est inconnue : tout
      *    compte paraitrait dormant. Le rapport est produit mais
      *    aucune desactivation n'a lieu.
       BALAYER-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           IF WS-STATUT-JOURNAL NOT = '00'
               DISPLAY 'Journal d''audit inaccessible - statut '
                   WS-STATUT-JOURNAL ' - aucune desactivation.'
               MOVE 'O' TO WS-FIN-FICHIER
           ELSE
               MOVE 'O' TO WS-JOURNAL-LU
           END-IF.
           PERFORM UNTIL WS-FIN-JOURNAL
               READ JOURNAL-FILE
                   AT END
                       MOVE 'O' TO WS-FIN-FICHIER
                   NOT AT END
                       ADD 1 TO WS-NB-LUES
                       MOVE FD-LIGNE-JOURNAL TO WS-LIGNE-ANALYSE
                       PERFORM ANALYSER-LIGNE
               END-READ
           END-PERFORM.
           IF WS-STATUT-JOURNAL = '00' OR WS-STATUT-JOURNAL = '10'
               CLOSE JOURNAL-FILE
           END-IF.

       ANALYSER-LIGNE.
           MOVE SPACES TO WS-JETONS.
           MOVE SPACES TO WS-OPER-LU WS-FONCTION-LUE
               WS-ANNULATION-LUE.
           MOVE 'N' TO WS-VERDICT-LU WS-CONTROLE-LU
               WS-ADJUDICATION-LUE WS-REFUS-LU.
           MOVE WS-LIGNE-ANALYSE(1:8) TO WS-LIGNE-DATE.
           IF FUNCTION TEST-NUMVAL(WS-LIGNE-DATE) NOT = 0
               ADD 1 TO WS-NB-ILLISIBLES
           ELSE
               MOVE WS-LIGNE-DATE TO WS-LIGNE-DATE-9
               IF WS-PREMIERE-DATE = ZERO
                   OR WS-LIGNE-DATE-9 < WS-PREMIERE-DATE
                   MOVE WS-LIGNE-DATE-9 TO WS-PREMIERE-DATE
               END-IF
               IF WS-LIGNE-DATE-9 > WS-DERNIERE-DATE
                   MOVE WS-LIGNE-DATE-9 TO WS-DERNIERE-DATE
               END-IF
               UNSTRING WS-LIGNE-ANALYSE(19:182)
                   DELIMITED BY ALL ' '
                   INTO WS-JETON(1) WS-JETON(2) WS-JETON(3)
                        WS-JETON(4) WS-JETON(5) WS-JETON(6)
                        WS-JETON(7) WS-JETON(8) WS-JETON(9)
                        WS-JETON(10) WS-JETON(11) WS-JETON(12)
                        WS-JETON(13) WS-JETON(14)
               END-UNSTRING
               PERFORM VARYING WS-IDX-JETON FROM 1 BY 1
                       UNTIL WS-IDX-JETON > 14
                   PERFORM EXPLOITER-JETON
               END-PERFORM
               IF WS-OPER-LU = SPACES
                   ADD 1 TO WS-NB-SANS-OPERATEUR
               ELSE
                   PERFORM IMPUTER-LIGNE
               END-IF
           END-IF.

       EXPLOITER-JETON.
           IF WS-JETON(WS-IDX-JETON)(1:10) = 'OPERATEUR='
               MOVE WS-JETON(WS-IDX-JETON)(11:8) TO WS-OPER-LU
           END-IF.
           IF WS-JETON(WS-IDX-JETON)(1:9) = 'FONCTION='
               MOVE WS-JETON(WS-IDX-JETON)(10:14) TO WS-FONCTION-LUE
           END-IF.
           IF WS-JETON(WS-IDX-JETON)(1:11) = 'ANNULATION='
               MOVE WS-JETON(WS-IDX-JETON)(12:10)
                   TO WS-ANNULATION-LUE
           END-IF.
           IF WS-JETON(WS-IDX-JETON)(1:8) = 'VERDICT='
               MOVE 'O' TO WS-VERDICT-LU
           END-IF.
           IF WS-JETON(WS-IDX-JETON)(1:9) = 'CONTROLE='
               MOVE 'O' TO WS-CONTROLE-LU
           END-IF.
           IF WS-JETON(WS-IDX-JETON)(1:13) = 'ADJUDICATION='
               MOVE 'O' TO WS-ADJUDICATION-LUE
           END-IF.
           IF WS-JETON(WS-IDX-JETON)(1:6) = 'ACCES='
               MOVE 'O' TO WS-REFUS-LU
           END-IF.

      *    Les lignes d'un meme operateur se suivent le plus souvent :
      *    la derniere entree trouvee est essayee avant la recherche.
       IMPUTER-LIGNE.
           IF WS-IDX-COURANT > ZERO
               AND WS-OPE-ID(WS-IDX-COURANT) = WS-OPER-LU
               CONTINUE
           ELSE
               MOVE ZERO TO WS-IDX-COURANT
               PERFORM VARYING WS-IDX-OPER FROM 1 BY 1
                       UNTIL WS-IDX-OPER > WS-NB-OPERATEURS
                          OR WS-IDX-COURANT > ZERO
                   IF WS-OPE-ID(WS-IDX-OPER) = WS-OPER-LU
                       MOVE WS-IDX-OPER TO WS-IDX-COURANT
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM CLASSER-FONCTION.
           IF WS-IDX-COURANT = ZERO
               PERFORM MAJ-TABLE-INCONNUS
           ELSE
               IF WS-EST-ACTIVITE AND WS-LIGNE-DATE-9 >
                   WS-OPE-DERNIERE(WS-IDX-COURANT)
                   MOVE WS-LIGNE-DATE-9
                       TO WS-OPE-DERNIERE(WS-IDX-COURANT)
               END-IF
           END-IF.

      *    Fonction exercee par la ligne. Un acces refuse n'est pas
      *    une activite. Les lignes d'annulation autres que la
      *    demande (appliquee, sans objet, retrait) sont ecrites par
      *    le traitement batch au nom du demandeur : ignorees.
       CLASSER-FONCTION.
           MOVE 'O' TO WS-ACTIVITE.
           EVALUATE TRUE
               WHEN WS-EST-REFUS
                   MOVE 'N' TO WS-ACTIVITE
                   IF WS-IDX-COURANT > ZERO
                       ADD 1 TO WS-OPE-NB-REFUS(WS-IDX-COURANT)
                   END-IF
               WHEN WS-FONCTION-LUE = 'ANNULATION'
                AND WS-ANNULATION-LUE NOT = 'DEMANDEE'
                   MOVE 'N' TO WS-ACTIVITE
               WHEN WS-IDX-COURANT = ZERO
                   CONTINUE
               WHEN WS-FONCTION-LUE = 'ANNULATION'
                   ADD 1 TO WS-OPE-NB-ANNULATION(WS-IDX-COURANT)
               WHEN WS-A-ADJUDICATION
                 OR WS-FONCTION-LUE = 'ADJUDICATION'
                   ADD 1 TO WS-OPE-NB-ADJUDICATION(WS-IDX-COURANT)
                   MOVE '5' TO WS-OPE-REQUISE(WS-IDX-COURANT)
               WHEN WS-A-CONTROLE
                 OR WS-FONCTION-LUE = 'CONTROLE'
                   ADD 1 TO WS-OPE-NB-CONTROLE(WS-IDX-COURANT)
               WHEN WS-FONCTION-LUE = 'PURGE'
                   ADD 1 TO WS-OPE-NB-PURGE(WS-IDX-COURANT)
                   PERFORM EXIGER-AUTORITE-4
               WHEN WS-FONCTION-LUE = 'PLAGE'
                   ADD 1 TO WS-OPE-NB-PLAGE(WS-IDX-COURANT)
                   PERFORM EXIGER-AUTORITE-4
               WHEN WS-A-VERDICT
                   ADD 1 TO WS-OPE-NB-SCREENING(WS-IDX-COURANT)
               WHEN OTHER
                   ADD 1 TO WS-OPE-NB-AUTRES(WS-IDX-COURANT)
           END-EVALUATE.

       EXIGER-AUTORITE-4.
           IF WS-OPE-REQUISE(WS-IDX-COURANT) = SPACE
               MOVE '4' TO WS-OPE-REQUISE(WS-IDX-COURANT)
           END-IF.

       MAJ-TABLE-INCONNUS.
           IF WS-EST-ACTIVITE OR WS-EST-REFUS
               MOVE 'N' TO WS-TROUVE
               PERFORM VARYING WS-IDX-INCONNU FROM 1 BY 1
                       UNTIL WS-IDX-INCONNU > WS-NB-INCONNUS
                          OR WS-EST-TROUVE
                   IF WS-INC-ID(WS-IDX-INCONNU) = WS-OPER-LU
                       MOVE 'O' TO WS-TROUVE
                       ADD 1 TO WS-INC-COMPTE(WS-IDX-INCONNU)
                       IF WS-LIGNE-DATE-9 >
                           WS-INC-DERNIERE(WS-IDX-INCONNU)
                           MOVE WS-LIGNE-DATE-9
                               TO WS-INC-DERNIERE(WS-IDX-INCONNU)
                       END-IF
                   END-IF
               END-PERFORM
               IF NOT WS-EST-TROUVE
                   IF WS-NB-INCONNUS < 50
                       ADD 1 TO WS-NB-INCONNUS
                       MOVE WS-OPER-LU TO WS-INC-ID(WS-NB-INCONNUS)
                       MOVE WS-LIGNE-DATE-9
                           TO WS-INC-DERNIERE(WS-NB-INCONNUS)
                       MOVE 1 TO WS-INC-COMPTE(WS-NB-INCONNUS)
                   ELSE
                       ADD 1 TO WS-INCONNUS-AUTRES
                   END-IF
               END-IF
           END-IF.

      *    Journal d'audit (chaine) et cartes de desactivation ne
      *    sont ouverts que si la desactivation automatique est
      *    demandee ; un refus du responsable y est trace aussitot.
       OUVRIR-SORTIES-DESACTIVATION.
           PERFORM REPRENDRE-CHAINE-JOURNAL.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-STATUT-JOURNAL = '35'
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF WS-STATUT-JOURNAL = '00'
               MOVE 'O' TO WS-JOURNAL-OUVERT
           ELSE
               DISPLAY 'Journal d''audit non ouvert en ajout - statut '
                   WS-STATUT-JOURNAL ' - aucune desactivation.'
               MOVE 'N' TO WS-AUTO-AUTORISEE
               ADD 1 TO WS-NB-ECHECS
           END-IF.
           IF WS-JOURNAL-EST-OUVERT AND NOT WS-AUTO-EST-AUTORISEE
               PERFORM JOURNALISER-REFUS
           END-IF.
           IF WS-AUTO-EST-AUTORISEE
               OPEN EXTEND CARTE-FILE
               IF WS-STATUT-CARTE = '35'
                   OPEN OUTPUT CARTE-FILE
               END-IF
               IF WS-STATUT-CARTE = '00'
                   MOVE 'O' TO WS-CARTES-OUVERTES
               ELSE
                   DISPLAY 'Fichier des cartes de desactivation '
                       'inaccessible - statut ' WS-STATUT-CARTE
                       ' - aucune desactivation.'
                   MOVE 'N' TO WS-AUTO-AUTORISEE
                   ADD 1 TO WS-NB-ECHECS
               END-IF
           END-IF.

       JOURNALISER-REFUS.
           ACCEPT WS-HEURE-JOUR FROM TIME.
           MOVE SPACES TO WS-LIGNE-JOURNAL.
           IF WS-RESPONSABLE-EST-CONNU
               STRING WS-DATE-JOUR DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-HEURE-JOUR DELIMITED BY SIZE
                   ' OPERATEUR=' DELIMITED BY SIZE
                   WS-RESPONSABLE-ID DELIMITED BY SIZE
                   ' AUTORITE=' DELIMITED BY SIZE
                   WS-RESPONSABLE-AUTORITE DELIMITED BY SIZE
                   ' ACCES=REFUSE MOTIF=AUTORITE' DELIMITED BY SIZE
                   ' FONCTION=RECERTIFICATION' DELIMITED BY SIZE
                   INTO WS-LIGNE-JOURNAL
               END-STRING
           ELSE
               STRING WS-DATE-JOUR DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-HEURE-JOUR DELIMITED BY SIZE
                   ' OPERATEUR=' DELIMITED BY SIZE
                   WS-RESPONSABLE-ID DELIMITED BY SIZE
                   ' ACCES=REFUSE' DELIMITED BY SIZE
                   ' FONCTION=RECERTIFICATION' DELIMITED BY SIZE
                   INTO WS-LIGNE-JOURNAL
               END-STRING
           END-IF.
           MOVE WS-LIGNE-JOURNAL TO FD-LIGNE-JOURNAL.
           PERFORM CHAINER-LIGNE-JOURNAL.
           WRITE FD-LIGNE-JOURNAL.

      *    Un compte jamais vu n'est juge dormant que si le journal
      *    lu (archives comprises) remonte au moins au seuil.
       EVALUER-COUVERTURE.
           IF WS-PREMIERE-DATE > ZERO
               COMPUTE WS-COUVERTURE-JOURS = WS-JOUR-ENTIER
                   - FUNCTION INTEGER-OF-DATE(WS-PREMIERE-DATE)
               IF WS-COUVERTURE-JOURS NOT < WS-SEUIL-JOURS
                   MOVE 'O' TO WS-COUVERTURE
               END-IF
           END-IF.

      *    Suite donnee a chaque compte (WS-OPE-SUITE) :
      *      D desactive par le traitement, A dormant a desactiver
      *      (desactivation non demandee, non autorisee ou en echec,
      *      ou compte du responsable), N non concluant (jamais vu,
      *      journal trop court), blanc = rien a signaler.
       EVALUER-OPERATEUR.
           IF WS-OPE-ACTIF(WS-IDX-OPER) NOT = 'A'
               ADD 1 TO WS-NB-INACTIFS
           ELSE
               ADD 1 TO WS-NB-ACTIFS
           END-IF.
           IF WS-OPE-ACTIF(WS-IDX-OPER) = 'A' AND WS-JOURNAL-EST-LU
               IF WS-OPE-DERNIERE(WS-IDX-OPER) = ZERO
                   IF WS-COUVERTURE-SUFFISANTE
                       PERFORM TRAITER-DORMANT
                   ELSE
                       MOVE 'N' TO WS-OPE-SUITE(WS-IDX-OPER)
                       ADD 1 TO WS-NB-NON-CONCLUANTS
                   END-IF
               ELSE
                   COMPUTE WS-DERNIER-ENTIER = FUNCTION
                       INTEGER-OF-DATE(WS-OPE-DERNIERE(WS-IDX-OPER))
                   COMPUTE WS-ECART-JOURS =
                       WS-JOUR-ENTIER - WS-DERNIER-ENTIER
                   IF WS-ECART-JOURS > WS-SEUIL-JOURS
                       PERFORM TRAITER-DORMANT
                   END-IF
               END-IF
           END-IF.
           IF WS-OPE-AUTORITE(WS-IDX-OPER) NOT < '4'
               AND WS-OPE-AUTORITE(WS-IDX-OPER) NOT > '9'
               AND WS-OPE-REQUISE(WS-IDX-OPER) <
                   WS-OPE-AUTORITE(WS-IDX-OPER)
               ADD 1 TO WS-NB-AUTORITE-INUTILE
           END-IF.

       TRAITER-DORMANT.
           ADD 1 TO WS-NB-DORMANTS.
           IF WS-AUTO-EST-AUTORISEE
               AND WS-OPE-ID(WS-IDX-OPER) NOT = WS-RESPONSABLE-ID
               PERFORM DESACTIVER-OPERATEUR
           ELSE
               MOVE 'A' TO WS-OPE-SUITE(WS-IDX-OPER)
               ADD 1 TO WS-NB-A-DESACTIVER
           END-IF.

      *    Le maitre est relu avant mise a jour : seul l'indicateur
      *    actif change. La carte 'I' ajoutee a OPERDESA reprend le
      *    nom et l'autorite en place.
       DESACTIVER-OPERATEUR.
           MOVE WS-OPE-ID(WS-IDX-OPER) TO FD-OPER-ID.
           READ OPERATEUR-FILE
               INVALID KEY
                   DISPLAY 'Operateur ' WS-OPE-ID(WS-IDX-OPER)
                       ' introuvable a la desactivation - statut '
                       WS-STATUT-OPERATEUR
           END-READ.
           IF WS-STATUT-OPERATEUR = '00'
               MOVE 'I' TO FD-OPER-ACTIF
               REWRITE FD-LIGNE-OPERATEUR
                   INVALID KEY
                       DISPLAY 'Desactivation impossible pour '
                           WS-OPE-ID(WS-IDX-OPER) ' - statut '
                           WS-STATUT-OPERATEUR
               END-REWRITE
           END-IF.
           IF WS-STATUT-OPERATEUR = '00'
               MOVE 'D' TO WS-OPE-SUITE(WS-IDX-OPER)
               MOVE 'I' TO WS-OPE-ACTIF(WS-IDX-OPER)
               ADD 1 TO WS-NB-DESACTIVES
               MOVE SPACES TO FD-CARTE
               MOVE FD-OPER-ID TO FD-CARTE-ID
               MOVE FD-OPER-NOM TO FD-CARTE-NOM
               MOVE FD-OPER-AUTORITE TO FD-CARTE-AUTORITE
               MOVE 'I' TO FD-CARTE-ACTIF
               WRITE FD-CARTE
               PERFORM JOURNALISER-DESACTIVATION
           ELSE
               MOVE 'A' TO WS-OPE-SUITE(WS-IDX-OPER)
               ADD 1 TO WS-NB-A-DESACTIVER
               ADD 1 TO WS-NB-ECHECS
           END-IF.

       JOURNALISER-DESACTIVATION.
           ACCEPT WS-HEURE-JOUR FROM TIME.
           MOVE SPACES TO WS-LIGNE-JOURNAL.
           IF WS-OPE-DERNIERE(WS-IDX-OPER) = ZERO
               MOVE 'JAMAIS' TO WS-DATE-EDIT
           ELSE
               MOVE WS-OPE-DERNIERE(WS-IDX-OPER) TO WS-DATE-EDIT
           END-IF.
           MOVE WS-SEUIL-JOURS TO WS-EDIT-SEUIL.
           MOVE 1 TO WS-PTR-JOURNAL.
           STRING WS-DATE-JOUR DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-HEURE-JOUR DELIMITED BY SIZE
               ' OPERATEUR=' DELIMITED BY SIZE
               WS-RESPONSABLE-ID DELIMITED BY SIZE
               ' AUTORITE=' DELIMITED BY SIZE
               WS-RESPONSABLE-AUTORITE DELIMITED BY SIZE
               ' FONCTION=RECERTIFICATION DESACTIVATION=AUTO'
               DELIMITED BY SIZE
               ' CIBLE=' DELIMITED BY SIZE
               WS-OPE-ID(WS-IDX-OPER) DELIMITED BY SIZE
               ' AUTORITE-CIBLE=' DELIMITED BY SIZE
               WS-OPE-AUTORITE(WS-IDX-OPER) DELIMITED BY SIZE
               INTO WS-LIGNE-JOURNAL WITH POINTER WS-PTR-JOURNAL
           END-STRING.
           STRING ' DERNIERE=' DELIMITED BY SIZE
               FUNCTION TRIM(WS-DATE-EDIT) DELIMITED BY SIZE
               ' SEUIL=' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-SEUIL) DELIMITED BY SIZE
               INTO WS-LIGNE-JOURNAL WITH POINTER WS-PTR-JOURNAL
           END-STRING.
           MOVE WS-LIGNE-JOURNAL TO FD-LIGNE-JOURNAL.
           PERFORM CHAINER-LIGNE-JOURNAL.
           WRITE FD-LIGNE-JOURNAL.

       ECRIRE-ENTETE.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING 'Recertification des acces operateurs du '
               DELIMITED BY SIZE
               WS-DATE-JOUR DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING 'Responsable securite: ' DELIMITED BY SIZE
               WS-RESPONSABLE-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RESPONSABLE-NOM DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           MOVE WS-SEUIL-JOURS TO WS-EDIT-SEUIL.
           MOVE 1 TO WS-PTR-RAPPORT.
           STRING 'Seuil de dormance: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-SEUIL) DELIMITED BY SIZE
               ' jours - desactivation automatique: '
               DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT WITH POINTER WS-PTR-RAPPORT
           END-STRING.
           EVALUATE TRUE
               WHEN WS-AUTO-EST-AUTORISEE
                   MOVE 'OUI' TO WS-DATE-EDIT
               WHEN WS-AUTO-EST-DEMANDEE
                   MOVE 'REFUSEE' TO WS-DATE-EDIT
               WHEN OTHER
                   MOVE 'NON' TO WS-DATE-EDIT
           END-EVALUATE.
           STRING FUNCTION TRIM(WS-DATE-EDIT) DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT WITH POINTER WS-PTR-RAPPORT
           END-STRING.
           MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           IF WS-JOURNAL-EST-LU
               MOVE WS-COUVERTURE-JOURS TO WS-EDIT-JOURS
               STRING 'Journal lu du ' DELIMITED BY SIZE
                   WS-PREMIERE-DATE DELIMITED BY SIZE
                   ' au ' DELIMITED BY SIZE
                   WS-DERNIERE-DATE DELIMITED BY SIZE
                   ' (' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-JOURS) DELIMITED BY SIZE
                   ' jours)' DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT
               END-STRING
           ELSE
               MOVE 'Journal d''audit inaccessible - dormance inconnue.'
                   TO WS-LIGNE-RAPPORT
           END-IF.
           MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING 'Autorite requise par l''usage : 4 = purge ou '
               DELIMITED BY SIZE
               'plage, 5 = adjudication.' DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.

      *    Une section par niveau d'autorite present au maitre, avec
      *    le cartouche de visa du responsable securite.
       ECRIRE-SECTION-NIVEAU.
           MOVE ZERO TO WS-NB-DANS-NIVEAU.
           PERFORM VARYING WS-IDX-OPER FROM 1 BY 1
                   UNTIL WS-IDX-OPER > WS-NB-OPERATEURS
               IF WS-OPE-AUTORITE(WS-IDX-OPER) = WS-NIVEAU-X
                   ADD 1 TO WS-NB-DANS-NIVEAU
               END-IF
           END-PERFORM.
           IF WS-NB-DANS-NIVEAU > ZERO
               MOVE SPACES TO FD-LIGNE-RAPPORT
               WRITE FD-LIGNE-RAPPORT
               MOVE SPACES TO WS-LIGNE-RAPPORT
               MOVE WS-NB-DANS-NIVEAU TO WS-EDIT-COMPTEUR
               STRING 'Niveau d''autorite ' DELIMITED BY SIZE
                   WS-NIVEAU-X DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
                   ' operateur(s)' DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT
               END-STRING
               MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT
               WRITE FD-LIGNE-RAPPORT
               PERFORM VARYING WS-IDX-OPER FROM 1 BY 1
                       UNTIL WS-IDX-OPER > WS-NB-OPERATEURS
                   IF WS-OPE-AUTORITE(WS-IDX-OPER) = WS-NIVEAU-X
                       PERFORM ECRIRE-OPERATEUR
                   END-IF
               END-PERFORM
               PERFORM ECRIRE-VISA
           END-IF.

       ECRIRE-SECTION-HORS-NIVEAU.
           MOVE ZERO TO WS-NB-DANS-NIVEAU.
           PERFORM VARYING WS-IDX-OPER FROM 1 BY 1
                   UNTIL WS-IDX-OPER > WS-NB-OPERATEURS
               IF WS-OPE-AUTORITE(WS-IDX-OPER) NOT NUMERIC
                   ADD 1 TO WS-NB-DANS-NIVEAU
               END-IF
           END-PERFORM.
           IF WS-NB-DANS-NIVEAU > ZERO
               MOVE SPACES TO FD-LIGNE-RAPPORT
               WRITE FD-LIGNE-RAPPORT
               MOVE 'Autorite non conforme au fichier maitre:'
                   TO FD-LIGNE-RAPPORT
               WRITE FD-LIGNE-RAPPORT
               PERFORM VARYING WS-IDX-OPER FROM 1 BY 1
                       UNTIL WS-IDX-OPER > WS-NB-OPERATEURS
                   IF WS-OPE-AUTORITE(WS-IDX-OPER) NOT NUMERIC
                       PERFORM ECRIRE-OPERATEUR
                   END-IF
               END-PERFORM
               PERFORM ECRIRE-VISA
           END-IF.

       ECRIRE-OPERATEUR.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           IF WS-OPE-DERNIERE(WS-IDX-OPER) = ZERO
               MOVE 'JAMAIS' TO WS-DATE-EDIT
           ELSE
               MOVE WS-OPE-DERNIERE(WS-IDX-OPER) TO WS-DATE-EDIT
           END-IF.
           STRING '  ' DELIMITED BY SIZE
               WS-OPE-ID(WS-IDX-OPER) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-OPE-NOM(WS-IDX-OPER) DELIMITED BY SIZE
               ' actif: ' DELIMITED BY SIZE
               WS-OPE-ACTIF(WS-IDX-OPER) DELIMITED BY SIZE
               ' derniere activite: ' DELIMITED BY SIZE
               WS-DATE-EDIT DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           MOVE 1 TO WS-PTR-RAPPORT.
           STRING '    Screening ' DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT WITH POINTER WS-PTR-RAPPORT
           END-STRING.
           MOVE WS-OPE-NB-SCREENING(WS-IDX-OPER) TO WS-EDIT-COMPTEUR.
           PERFORM AJOUTER-COMPTEUR.
           STRING ' controle ' DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT WITH POINTER WS-PTR-RAPPORT
           END-STRING.
           MOVE WS-OPE-NB-CONTROLE(WS-IDX-OPER) TO WS-EDIT-COMPTEUR.
           PERFORM AJOUTER-COMPTEUR.
           STRING ' adjudication ' DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT WITH POINTER WS-PTR-RAPPORT
           END-STRING.
           MOVE WS-OPE-NB-ADJUDICATION(WS-IDX-OPER)
               TO WS-EDIT-COMPTEUR.
           PERFORM AJOUTER-COMPTEUR.
           STRING ' purge ' DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT WITH POINTER WS-PTR-RAPPORT
           END-STRING.
           MOVE WS-OPE-NB-PURGE(WS-IDX-OPER) TO WS-EDIT-COMPTEUR.
           PERFORM AJOUTER-COMPTEUR.
           STRING ' plage ' DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT WITH POINTER WS-PTR-RAPPORT
           END-STRING.
           MOVE WS-OPE-NB-PLAGE(WS-IDX-OPER) TO WS-EDIT-COMPTEUR.
           PERFORM AJOUTER-COMPTEUR.
           STRING ' annulation ' DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT WITH POINTER WS-PTR-RAPPORT
           END-STRING.
           MOVE WS-OPE-NB-ANNULATION(WS-IDX-OPER) TO WS-EDIT-COMPTEUR.
           PERFORM AJOUTER-COMPTEUR.
           STRING ' autres ' DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT WITH POINTER WS-PTR-RAPPORT
           END-STRING.
           MOVE WS-OPE-NB-AUTRES(WS-IDX-OPER) TO WS-EDIT-COMPTEUR.
           PERFORM AJOUTER-COMPTEUR.
           STRING ' refus ' DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT WITH POINTER WS-PTR-RAPPORT
           END-STRING.
           MOVE WS-OPE-NB-REFUS(WS-IDX-OPER) TO WS-EDIT-COMPTEUR.
           PERFORM AJOUTER-COMPTEUR.
           MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           MOVE 1 TO WS-PTR-RAPPORT.
           STRING '    Autorite requise par l''usage: '
               DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT WITH POINTER WS-PTR-RAPPORT
           END-STRING.
           IF WS-OPE-REQUISE(WS-IDX-OPER) = SPACE
               STRING 'aucune' DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT WITH POINTER WS-PTR-RAPPORT
               END-STRING
           ELSE
               STRING WS-OPE-REQUISE(WS-IDX-OPER) DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT WITH POINTER WS-PTR-RAPPORT
               END-STRING
           END-IF.
           STRING ' - niveau attribue necessaire: ' DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT WITH POINTER WS-PTR-RAPPORT
           END-STRING.
           EVALUATE TRUE
               WHEN WS-OPE-AUTORITE(WS-IDX-OPER) < '4'
                 OR WS-OPE-AUTORITE(WS-IDX-OPER) NOT NUMERIC
                   STRING 'sans objet' DELIMITED BY SIZE
                       INTO WS-LIGNE-RAPPORT
                       WITH POINTER WS-PTR-RAPPORT
                   END-STRING
               WHEN WS-OPE-REQUISE(WS-IDX-OPER) <
                    WS-OPE-AUTORITE(WS-IDX-OPER)
                   STRING 'NON' DELIMITED BY SIZE
                       INTO WS-LIGNE-RAPPORT
                       WITH POINTER WS-PTR-RAPPORT
                   END-STRING
               WHEN OTHER
                   STRING 'OUI' DELIMITED BY SIZE
                       INTO WS-LIGNE-RAPPORT
                       WITH POINTER WS-PTR-RAPPORT
                   END-STRING
           END-EVALUATE.
           MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.
           IF WS-OPE-SUITE(WS-IDX-OPER) NOT = SPACE
               PERFORM ECRIRE-SUITE
           END-IF.

       AJOUTER-COMPTEUR.
           STRING FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT WITH POINTER WS-PTR-RAPPORT
           END-STRING.

       ECRIRE-SUITE.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           MOVE WS-SEUIL-JOURS TO WS-EDIT-SEUIL.
           EVALUATE WS-OPE-SUITE(WS-IDX-OPER)
               WHEN 'D'
                   STRING '    *** DORMANT (plus de ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-SEUIL) DELIMITED BY SIZE
                       ' jours) - DESACTIVE, carte I emise'
                       DELIMITED BY SIZE
                       INTO WS-LIGNE-RAPPORT
                   END-STRING
               WHEN 'A'
                   STRING '    *** DORMANT (plus de ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-SEUIL) DELIMITED BY SIZE
                       ' jours) - A DESACTIVER' DELIMITED BY SIZE
                       INTO WS-LIGNE-RAPPORT
                   END-STRING
               WHEN OTHER
                   STRING '    *** Jamais vu au journal lu, plus '
                       DELIMITED BY SIZE
                       'court que le seuil - non concluant'
                       DELIMITED BY SIZE
                       INTO WS-LIGNE-RAPPORT
                   END-STRING
           END-EVALUATE.
           MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.

       ECRIRE-VISA.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING '  Visa du responsable securite ' DELIMITED BY SIZE
               WS-RESPONSABLE-ID DELIMITED BY SIZE
               ' - acces du niveau revus et :' DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING '    [ ] maintenus en l''etat   ' DELIMITED BY SIZE
               '[ ] modifications demandees' DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING '    Date : ____________   ' DELIMITED BY SIZE
               'Signature : ______________________' DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.

       ECRIRE-INCONNUS.
           IF WS-NB-INCONNUS > ZERO
               MOVE SPACES TO FD-LIGNE-RAPPORT
               WRITE FD-LIGNE-RAPPORT
               MOVE 'Identifiants du journal absents du fichier maitre:'
                   TO FD-LIGNE-RAPPORT
               WRITE FD-LIGNE-RAPPORT
               PERFORM VARYING WS-IDX-INCONNU FROM 1 BY 1
                       UNTIL WS-IDX-INCONNU > WS-NB-INCONNUS
                   MOVE SPACES TO WS-LIGNE-RAPPORT
                   MOVE WS-INC-COMPTE(WS-IDX-INCONNU)
                       TO WS-EDIT-COMPTEUR
                   STRING '  ' DELIMITED BY SIZE
                       WS-INC-ID(WS-IDX-INCONNU) DELIMITED BY SIZE
                       ' derniere ligne: ' DELIMITED BY SIZE
                       WS-INC-DERNIERE(WS-IDX-INCONNU)
                       DELIMITED BY SIZE
                       ' lignes: ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-COMPTEUR)
                       DELIMITED BY SIZE
                       INTO WS-LIGNE-RAPPORT
                   END-STRING
                   MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT
                   WRITE FD-LIGNE-RAPPORT
               END-PERFORM
           END-IF.
           IF WS-INCONNUS-AUTRES > ZERO
               MOVE SPACES TO WS-LIGNE-RAPPORT
               MOVE WS-INCONNUS-AUTRES TO WS-EDIT-COMPTEUR
               STRING '  Autres identifiants (au-dela de 50): '
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
                   ' ligne(s)' DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT
               END-STRING
               MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT
               WRITE FD-LIGNE-RAPPORT
           END-IF.

       ECRIRE-TOTAUX.
           MOVE SPACES TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.
           MOVE WS-NB-LUES TO WS-EDIT-COMPTEUR.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING 'Lignes du journal lues: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.
           MOVE WS-NB-LUES-ARCHIVE TO WS-EDIT-COMPTEUR.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING 'Dont lignes d''archive: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.
           MOVE WS-NB-ILLISIBLES TO WS-EDIT-COMPTEUR.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING 'Lignes illisibles: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.
           MOVE WS-NB-SANS-OPERATEUR TO WS-EDIT-COMPTEUR.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING 'Lignes sans operateur: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.
           MOVE WS-NB-ACTIFS TO WS-EDIT-COMPTEUR.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING 'Comptes actifs avant traitement: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.
           MOVE WS-NB-INACTIFS TO WS-EDIT-COMPTEUR.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING 'Comptes deja inactifs: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.
           MOVE WS-NB-DORMANTS TO WS-EDIT-COMPTEUR.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING 'Comptes dormants: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.
           MOVE WS-NB-DESACTIVES TO WS-EDIT-COMPTEUR.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING 'Dont desactives: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.
           MOVE WS-NB-A-DESACTIVER TO WS-EDIT-COMPTEUR.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING 'Dont a desactiver: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.
           MOVE WS-NB-NON-CONCLUANTS TO WS-EDIT-COMPTEUR.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING 'Comptes non concluants: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.
           MOVE WS-NB-AUTORITE-INUTILE TO WS-EDIT-COMPTEUR.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING 'Autorite 4 et plus sans usage: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.
           MOVE WS-NB-ECHECS TO WS-EDIT-COMPTEUR.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING 'Incidents de desactivation: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
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
