       IDENTIFICATION DIVISION.
       PROGRAM-ID. TraiteAnnulations.
       AUTHOR. Bruno.

      *    Traitement des annulations de demandes saisies en ligne
      *    (fichier ANNULFL alimente par la transaction
      *    d'annulation). Chaque annulation est d'abord tracee au
      *    journal d'audit au nom de l'operateur demandeur
      *    (ANNULATION=DEMANDEE), une seule fois. Puis, tant que
      *    l'annulation est a l'etat demande ('D'), l'etape de la
      *    demande est relue au suivi :
      *      - verdict deja libere ou acquitte (LIBERE, SUGLIBERE,
      *        ACQUITTE, RELANCE, SUGACCEPTE, SUGRELANCE, ADJUGE) :
      *        chaque premier inscrit au registre des premiers emis
      *        sous cette demande fait l'objet d'un retrait vers le
      *        systeme d'approbation des cles (enregistrement
      *        d'interface de verdict 'R' dans ANNUFACE, mis sous
      *        enveloppe par l'etape d'emission du job) et d'une mise
      *        en attente d'accuse dans ANNUACQ ('R' en position 10,
      *        concatene a ATTACQ en entree du traitement des
      *        accuses, qui le relance comme tout envoi). La demande
      *        passe a l'etape REVOCATION, l'annulation au statut 'R'.
      *        Un verdict compose libere n'a rien a retirer cote
      *        cles : annulation sans objet ('S') ;
      *      - demande close sans verdict a retirer (BLOQUE, REJETE,
      *        REPCACHE) : annulation sans objet ('S') ;
      *      - demande pas encore screenee, en seconde verification
      *        ou en adjudication : l'annulation reste en attente,
      *        la demande sera ecartee par l'edition, DEUXCTRL ou
      *        RESOLDES qui marquent l'annulation appliquee ('A').
      *    L'issue de chaque annulation (appliquee, sans objet, ou
      *    chaque retrait emis) est tracee au journal d'audit, au
      *    nom du demandeur, une seule fois. Le registre des premiers
      *    emis n'est que consulte : un premier retire y reste
      *    inscrit et ne sera pas reemis. Registre inaccessible =
      *    aucun retrait, annulations concernees laissees en
      *    attente, RC=8. Rapport ANNULRPT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANNULATION-FILE ASSIGN TO ANNULFL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-ANN-ID-DEMANDE
               FILE STATUS IS WS-STATUT-ANNULATION.

           SELECT SUIVI-FILE ASSIGN TO SUIVIFL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-SUIVI-ID-DEMANDE
               FILE STATUS IS WS-STATUT-SUIVI.

           SELECT REGISTRE-FILE ASSIGN TO REGISTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-REG-NUMERO
               FILE STATUS IS WS-STATUT-REGISTRE.

           SELECT OPERATEUR-FILE ASSIGN TO OPERMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-OPER-ID
               FILE STATUS IS WS-STATUT-OPERATEUR.

           SELECT INTERFACE-FILE ASSIGN TO ANNUFACE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-INTERFACE.

           SELECT ATTENTE-FILE ASSIGN TO ANNUACQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-ATTENTE.

           SELECT RAPPORT-FILE ASSIGN TO ANNULRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-RAPPORT.

           SELECT JOURNAL-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-JOURNAL.

      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
       FD  ANNULATION-FILE.
       01  FD-LIGNE-ANNULATION.
           05  FD-ANN-ID-DEMANDE  PIC X(8).
           05  FILLER             PIC X.
           05  FD-ANN-DEPARTEMENT PIC X(4).
           05  FILLER             PIC X.
           05  FD-ANN-DATE-DEMANDE PIC 9(8).
           05  FILLER             PIC X.
           05  FD-ANN-HEURE-DEMANDE PIC 9(8).
           05  FILLER             PIC X.
           05  FD-ANN-OPERATEUR   PIC X(8).
           05  FILLER             PIC X.
           05  FD-ANN-ETAPE-DEMANDE PIC X(10).
           05  FILLER             PIC X.
           05  FD-ANN-STATUT      PIC X.
               88  FD-ANN-EST-DEMANDEE VALUE 'D'.
           05  FILLER             PIC X.
           05  FD-ANN-DATE-TRAITEMENT PIC 9(8).
           05  FILLER             PIC X.
           05  FD-ANN-TRAITE-PAR  PIC X(8).
           05  FILLER             PIC X.
           05  FD-ANN-AUDITE      PIC X.

       FD  SUIVI-FILE.
       01  FD-LIGNE-SUIVI.
           05  FD-SUIVI-ID-DEMANDE  PIC X(8).
           05  FILLER               PIC X.
           05  FD-SUIVI-DEPARTEMENT PIC X(4).
           05  FILLER               PIC X.
           05  FD-SUIVI-ETAPE       PIC X(10).
           05  FILLER               PIC X.
           05  FD-SUIVI-DATE-MAJ    PIC 9(8).
           05  FILLER               PIC X.
           05  FD-SUIVI-HEURE-MAJ   PIC 9(8).

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

       FD  OPERATEUR-FILE.
       01  FD-LIGNE-OPERATEUR.
           05  FD-OPER-ID         PIC X(8).
           05  FILLER             PIC X.
           05  FD-OPER-NOM        PIC X(30).
           05  FILLER             PIC X.
           05  FD-OPER-AUTORITE   PIC X.
           05  FILLER             PIC X.
           05  FD-OPER-ACTIF      PIC X.

       FD  INTERFACE-FILE.
       01  FD-LIGNE-INTERFACE PIC X(140).

       FD  ATTENTE-FILE.
       01  FD-LIGNE-ATTENTE   PIC X(32).

       FD  RAPPORT-FILE.
       01  FD-LIGNE-RAPPORT   PIC X(100).

       FD  JOURNAL-FILE.
       01  FD-LIGNE-JOURNAL   PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-STATUT-ANNULATION PIC X(2) VALUE SPACES.
       01  WS-STATUT-SUIVI    PIC X(2) VALUE SPACES.
       01  WS-STATUT-REGISTRE PIC X(2) VALUE SPACES.
       01  WS-STATUT-OPERATEUR PIC X(2) VALUE SPACES.
       01  WS-STATUT-INTERFACE PIC X(2) VALUE SPACES.
       01  WS-STATUT-ATTENTE  PIC X(2) VALUE SPACES.
       01  WS-STATUT-RAPPORT  PIC X(2) VALUE SPACES.
       01  WS-STATUT-JOURNAL  PIC X(2) VALUE SPACES.

       01  WS-FIN-FICHIER     PIC X VALUE 'N'.
           88  WS-FIN-LECTURE     VALUE 'O'.
       01  WS-ANNULATION-ACTIF PIC X VALUE 'N'.
           88  WS-ANNULATION-EST-ACTIF VALUE 'O'.
       01  WS-SUIVI-ACTIF     PIC X VALUE 'N'.
           88  WS-SUIVI-EST-ACTIF VALUE 'O'.
       01  WS-REGISTRE-ACTIF  PIC X VALUE 'N'.
           88  WS-REGISTRE-EST-ACTIF VALUE 'O'.
       01  WS-OPERATEUR-ACTIF PIC X VALUE 'N'.
           88  WS-OPERATEUR-EST-ACTIF VALUE 'O'.
       01  WS-ANN-MODIFIEE    PIC X VALUE 'N'.
           88  WS-ANN-EST-MODIFIEE VALUE 'O'.

       01  WS-ETAPE           PIC X(10) VALUE SPACES.
       01  WS-SUIVI-ETAPE     PIC X(10) VALUE SPACES.
       01  WS-SUIVI-ID        PIC X(8) VALUE SPACES.
       01  WS-SUIVI-DEPT      PIC X(4) VALUE SPACES.
       01  WS-OPER-AUTORITE   PIC X VALUE SPACE.
       01  WS-EVENEMENT       PIC X(10) VALUE SPACES.
       01  WS-NUMERO          PIC 9(9) VALUE ZERO.

      *    Demandes liberees a retirer : relevees au parcours des
      *    annulations, rapprochees du registre en un seul passage.
       01  WS-NB-A-RETIRER    PIC 9(3) VALUE ZERO.
       01  WS-RETRAIT-TABLE.
           05  WS-RETRAIT-ENTREE OCCURS 200 TIMES.
               10  WS-RET-TAB-ID      PIC X(8).
               10  WS-RET-TAB-DEPT    PIC X(4).
               10  WS-RET-TAB-OPER    PIC X(8).
               10  WS-RET-TAB-NB      PIC 9(3).
       01  WS-IDX-RETRAIT     PIC 9(3) VALUE ZERO.
       01  WS-IDX-TROUVE      PIC 9(3) VALUE ZERO.

       01  WS-NB-LUES         PIC 9(9) VALUE ZERO.
       01  WS-NB-TRACEES      PIC 9(9) VALUE ZERO.
       01  WS-NB-APPLIQUEES   PIC 9(9) VALUE ZERO.
       01  WS-NB-REVOQUEES    PIC 9(9) VALUE ZERO.
       01  WS-NB-RETRAITS     PIC 9(9) VALUE ZERO.
       01  WS-NB-SANS-OBJET   PIC 9(9) VALUE ZERO.
       01  WS-NB-EN-ATTENTE   PIC 9(9) VALUE ZERO.
       01  WS-NB-DIFFEREES    PIC 9(9) VALUE ZERO.

       01  WS-DATE-JOUR       PIC 9(8) VALUE ZERO.
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
       01  WS-LIGNE-RAPPORT   PIC X(100) VALUE SPACES.
       01  WS-N-EDIT          PIC Z(8)9.
       01  WS-EDIT-COMPTEUR   PIC Z(8)9.

       01  WS-INTERFACE-ENREG.
           05  WS-IF-NUMERO       PIC 9(9).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-IF-ID-DEMANDE   PIC X(8).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-IF-DEPARTEMENT  PIC X(4).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-IF-VERDICT      PIC X.
           05  FILLER             PIC X VALUE SPACE.
           05  WS-IF-FACTEURS     PIC X(100).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-IF-GRADE        PIC X.
           05  WS-IF-BITS         PIC 9(2).
           05  WS-IF-SUGGESTION   PIC X.

       01  WS-ATTENTE-ENREG.
           05  WS-ATT-NUMERO      PIC 9(9).
           05  WS-ATT-TYPE        PIC X VALUE SPACE.
           05  WS-ATT-ID-DEMANDE  PIC X(8).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-ATT-DEPARTEMENT PIC X(4).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-ATT-DATE-ENVOI  PIC 9(8).

       PROCEDURE DIVISION.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           PERFORM OUVRIR-ANNULATIONS.
           IF WS-ANNULATION-EST-ACTIF
               PERFORM REPRENDRE-CHAINE-JOURNAL
               OPEN EXTEND JOURNAL-FILE
               IF WS-STATUT-JOURNAL = '35'
                   OPEN OUTPUT JOURNAL-FILE
               END-IF
               PERFORM OUVRIR-SUIVI
               PERFORM OUVRIR-REGISTRE
               PERFORM OUVRIR-OPERATEURS
               OPEN EXTEND INTERFACE-FILE
               IF WS-STATUT-INTERFACE = '35'
                   OPEN OUTPUT INTERFACE-FILE
               END-IF
               OPEN EXTEND ATTENTE-FILE
               IF WS-STATUT-ATTENTE = '35'
                   OPEN OUTPUT ATTENTE-FILE
               END-IF
               OPEN OUTPUT RAPPORT-FILE
               PERFORM ECRIRE-ENTETE-RAPPORT
               PERFORM PARCOURIR-ANNULATIONS
               IF WS-NB-A-RETIRER > ZERO
                   PERFORM EMETTRE-RETRAITS
                   PERFORM CLORE-RETRAITS
               END-IF
               PERFORM ECRIRE-TOTAUX-RAPPORT
               CLOSE RAPPORT-FILE
               CLOSE INTERFACE-FILE
               CLOSE ATTENTE-FILE
               IF WS-OPERATEUR-EST-ACTIF
                   CLOSE OPERATEUR-FILE
               END-IF
               IF WS-REGISTRE-EST-ACTIF
                   CLOSE REGISTRE-FILE
               END-IF
               IF WS-SUIVI-EST-ACTIF
                   CLOSE SUIVI-FILE
               END-IF
               CLOSE ANNULATION-FILE
               CLOSE JOURNAL-FILE
               IF WS-NB-DIFFEREES > ZERO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-NB-LUES = ZERO
                       DISPLAY 'Aucune annulation enregistree.'
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       OUVRIR-ANNULATIONS.
           OPEN I-O ANNULATION-FILE.
           IF WS-STATUT-ANNULATION = '35'
               OPEN OUTPUT ANNULATION-FILE
               CLOSE ANNULATION-FILE
               OPEN I-O ANNULATION-FILE
           END-IF.
           IF WS-STATUT-ANNULATION = '00'
               MOVE 'O' TO WS-ANNULATION-ACTIF
           ELSE
               DISPLAY 'Fichier des annulations inaccessible - statut '
                   WS-STATUT-ANNULATION ' - traitement annule.'
           END-IF.

      *    Sans suivi, l'etape des demandes est inconnue : toutes les
      *    annulations demandees restent en attente (seul l'audit de
      *    la demande d'annulation a lieu).
       OUVRIR-SUIVI.
           OPEN I-O SUIVI-FILE.
           IF WS-STATUT-SUIVI = '35'
               OPEN OUTPUT SUIVI-FILE
               CLOSE SUIVI-FILE
               OPEN I-O SUIVI-FILE
           END-IF.
           IF WS-STATUT-SUIVI = '00'
               MOVE 'O' TO WS-SUIVI-ACTIF
           ELSE
               DISPLAY 'Fichier de suivi des demandes inaccessible - '
                   'statut ' WS-STATUT-SUIVI
                   ' - annulations laissees en attente.'
           END-IF.

       OUVRIR-REGISTRE.
           OPEN INPUT REGISTRE-FILE.
           IF WS-STATUT-REGISTRE = '00'
               MOVE 'O' TO WS-REGISTRE-ACTIF
           ELSE
               DISPLAY 'Registre des premiers emis inaccessible - '
                   'statut ' WS-STATUT-REGISTRE
                   ' - aucun retrait emis.'
           END-IF.

      *    Le fichier des operateurs ne sert qu'a porter l'autorite
      *    du demandeur au journal d'audit.
       OUVRIR-OPERATEURS.
           OPEN INPUT OPERATEUR-FILE.
           IF WS-STATUT-OPERATEUR = '00'
               MOVE 'O' TO WS-OPERATEUR-ACTIF
           ELSE
               DISPLAY 'Fichier des operateurs inaccessible - statut '
                   WS-STATUT-OPERATEUR
                   ' - autorite du demandeur non tracee.'
           END-IF.

       PARCOURIR-ANNULATIONS.
           MOVE 'N' TO WS-FIN-FICHIER.
           MOVE LOW-VALUES TO FD-ANN-ID-DEMANDE.
           START ANNULATION-FILE KEY >= FD-ANN-ID-DEMANDE
               INVALID KEY
                   MOVE 'O' TO WS-FIN-FICHIER
           END-START.
           PERFORM UNTIL WS-FIN-LECTURE
               READ ANNULATION-FILE NEXT RECORD
                   AT END
                       MOVE 'O' TO WS-FIN-FICHIER
                   NOT AT END
                       ADD 1 TO WS-NB-LUES
                       PERFORM TRAITER-ANNULATION
               END-READ
           END-PERFORM.

      *    Audite : N = rien de trace, D = demande tracee, O = issue
      *    tracee. L'issue d'une annulation appliquee par la chaine
      *    (edition, seconde verification, adjudication) est tracee
      *    ici au passage suivant.
       TRAITER-ANNULATION.
           MOVE 'N' TO WS-ANN-MODIFIEE.
           PERFORM LIRE-AUTORITE.
           IF FD-ANN-AUDITE = 'N'
               MOVE 'DEMANDEE' TO WS-EVENEMENT
               MOVE ZERO TO WS-NUMERO
               PERFORM JOURNALISER-ANNULATION
               ADD 1 TO WS-NB-TRACEES
               MOVE 'D' TO FD-ANN-AUDITE
               MOVE 'O' TO WS-ANN-MODIFIEE
           END-IF.
           IF FD-ANN-EST-DEMANDEE
               PERFORM CLASSER-DEMANDE
           END-IF.
           IF NOT FD-ANN-EST-DEMANDEE AND FD-ANN-AUDITE = 'D'
               PERFORM TRACER-ISSUE
               MOVE 'O' TO FD-ANN-AUDITE
               MOVE 'O' TO WS-ANN-MODIFIEE
           END-IF.
           IF WS-ANN-EST-MODIFIEE
               REWRITE FD-LIGNE-ANNULATION
                   INVALID KEY
                       DISPLAY 'Annulation ' FD-ANN-ID-DEMANDE
                           ' non mise a jour - statut '
                           WS-STATUT-ANNULATION
               END-REWRITE
           END-IF.

       CLASSER-DEMANDE.
           MOVE SPACES TO WS-ETAPE.
           IF WS-SUIVI-EST-ACTIF
               MOVE FD-ANN-ID-DEMANDE TO FD-SUIVI-ID-DEMANDE
               READ SUIVI-FILE
                   INVALID KEY
                       MOVE SPACES TO FD-SUIVI-ETAPE
                   NOT INVALID KEY
                       IF FD-ANN-DEPARTEMENT = SPACES
                           MOVE FD-SUIVI-DEPARTEMENT
                               TO FD-ANN-DEPARTEMENT
                           MOVE 'O' TO WS-ANN-MODIFIEE
                       END-IF
               END-READ
               MOVE FD-SUIVI-ETAPE TO WS-ETAPE
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-SUIVI-EST-ACTIF
                   ADD 1 TO WS-NB-EN-ATTENTE
               WHEN WS-ETAPE = 'LIBERE' OR WS-ETAPE = 'SUGLIBERE'
                 OR WS-ETAPE = 'ACQUITTE' OR WS-ETAPE = 'RELANCE'
                 OR WS-ETAPE = 'SUGACCEPTE' OR WS-ETAPE = 'SUGRELANCE'
                 OR WS-ETAPE = 'ADJUGE'
                   PERFORM RETENIR-RETRAIT
               WHEN WS-ETAPE = 'BLOQUE' OR WS-ETAPE = 'REJETE'
                 OR WS-ETAPE = 'REPCACHE'
                   MOVE 'S' TO FD-ANN-STATUT
                   MOVE WS-DATE-JOUR TO FD-ANN-DATE-TRAITEMENT
                   MOVE 'TRAITANN' TO FD-ANN-TRAITE-PAR
                   MOVE 'O' TO WS-ANN-MODIFIEE
               WHEN WS-ETAPE = 'ANNULE'
                   MOVE 'A' TO FD-ANN-STATUT
                   MOVE WS-DATE-JOUR TO FD-ANN-DATE-TRAITEMENT
                   MOVE 'TRAITANN' TO FD-ANN-TRAITE-PAR
                   MOVE 'O' TO WS-ANN-MODIFIEE
               WHEN OTHER
                   ADD 1 TO WS-NB-EN-ATTENTE
                   PERFORM SIGNALER-ATTENTE
           END-EVALUATE.

      *    Au-dela de la table, ou sans registre, la demande reste a
      *    l'etat demande et sera reprise au passage suivant.
       RETENIR-RETRAIT.
           IF WS-REGISTRE-EST-ACTIF AND WS-NB-A-RETIRER < 200
               ADD 1 TO WS-NB-A-RETIRER
               MOVE FD-ANN-ID-DEMANDE
                   TO WS-RET-TAB-ID(WS-NB-A-RETIRER)
               MOVE FD-ANN-DEPARTEMENT
                   TO WS-RET-TAB-DEPT(WS-NB-A-RETIRER)
               MOVE FD-ANN-OPERATEUR
                   TO WS-RET-TAB-OPER(WS-NB-A-RETIRER)
               MOVE ZERO TO WS-RET-TAB-NB(WS-NB-A-RETIRER)
           ELSE
               ADD 1 TO WS-NB-DIFFEREES
               MOVE SPACES TO WS-LIGNE-RAPPORT
               STRING '  Demande ' DELIMITED BY SIZE
                   FD-ANN-ID-DEMANDE DELIMITED BY SIZE
                   ' liberee - retrait differe (registre '
                   DELIMITED BY SIZE
                   'inaccessible ou table pleine)' DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT
               END-STRING
               MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT
               WRITE FD-LIGNE-RAPPORT
           END-IF.

       SIGNALER-ATTENTE.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           IF WS-ETAPE = SPACES
               MOVE 'NON EDITEE' TO WS-ETAPE
           END-IF.
           STRING '  Demande ' DELIMITED BY SIZE
               FD-ANN-ID-DEMANDE DELIMITED BY SIZE
               ' annulee par ' DELIMITED BY SIZE
               FD-ANN-OPERATEUR DELIMITED BY SIZE
               ' en attente (etape ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-ETAPE) DELIMITED BY SIZE
               ') - a ecarter par la chaine' DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.

      *    Issue d'une annulation qui n'est plus a l'etat demande :
      *    appliquee par la chaine ou sans objet. Les retraits emis
      *    sont traces un a un au moment de l'emission.
       TRACER-ISSUE.
           MOVE ZERO TO WS-NUMERO.
           IF FD-ANN-STATUT = 'A'
               ADD 1 TO WS-NB-APPLIQUEES
               MOVE 'APPLIQUEE' TO WS-EVENEMENT
           ELSE
               ADD 1 TO WS-NB-SANS-OBJET
               MOVE 'SANSOBJET' TO WS-EVENEMENT
           END-IF.
           PERFORM JOURNALISER-ANNULATION.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING '  Demande ' DELIMITED BY SIZE
               FD-ANN-ID-DEMANDE DELIMITED BY SIZE
               ' dept ' DELIMITED BY SIZE
               FD-ANN-DEPARTEMENT DELIMITED BY SIZE
               ' annulee par ' DELIMITED BY SIZE
               FD-ANN-OPERATEUR DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EVENEMENT) DELIMITED BY SIZE
               ' (' DELIMITED BY SIZE
               FUNCTION TRIM(FD-ANN-TRAITE-PAR) DELIMITED BY SIZE
               ' le ' DELIMITED BY SIZE
               FD-ANN-DATE-TRAITEMENT DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.

       LIRE-AUTORITE.
           MOVE SPACE TO WS-OPER-AUTORITE.
           IF WS-OPERATEUR-EST-ACTIF
               MOVE FD-ANN-OPERATEUR TO FD-OPER-ID
               READ OPERATEUR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FD-OPER-AUTORITE TO WS-OPER-AUTORITE
               END-READ
           END-IF.

      *    Un seul passage sur le registre : chaque premier inscrit
      *    sous une demande a retirer est retire.
       EMETTRE-RETRAITS.
           MOVE 'N' TO WS-FIN-FICHIER.
           PERFORM UNTIL WS-FIN-LECTURE
               READ REGISTRE-FILE NEXT RECORD
                   AT END
                       MOVE 'O' TO WS-FIN-FICHIER
                   NOT AT END
                       PERFORM CHERCHER-RETRAIT
                       IF WS-IDX-TROUVE > ZERO
                           PERFORM EMETTRE-UN-RETRAIT
                       END-IF
               END-READ
           END-PERFORM.

       CHERCHER-RETRAIT.
           MOVE ZERO TO WS-IDX-TROUVE.
           PERFORM VARYING WS-IDX-RETRAIT FROM 1 BY 1
                   UNTIL WS-IDX-RETRAIT > WS-NB-A-RETIRER
                      OR WS-IDX-TROUVE > ZERO
               IF WS-RET-TAB-ID(WS-IDX-RETRAIT) = FD-REG-ID-DEMANDE
                   MOVE WS-IDX-RETRAIT TO WS-IDX-TROUVE
               END-IF
           END-PERFORM.

      *    Retrait = enregistrement d'interface de verdict 'R' sous
      *    le numero du premier retire, mis en attente d'accuse
      *    comme tout envoi ('R' en position 10).
       EMETTRE-UN-RETRAIT.
           ADD 1 TO WS-NB-RETRAITS.
           ADD 1 TO WS-RET-TAB-NB(WS-IDX-TROUVE).
           IF WS-RET-TAB-DEPT(WS-IDX-TROUVE) = SPACES
               MOVE FD-REG-DEPARTEMENT
                   TO WS-RET-TAB-DEPT(WS-IDX-TROUVE)
           END-IF.
           MOVE SPACES TO WS-INTERFACE-ENREG.
           MOVE FD-REG-NUMERO TO WS-IF-NUMERO.
           MOVE FD-REG-ID-DEMANDE TO WS-IF-ID-DEMANDE.
           MOVE WS-RET-TAB-DEPT(WS-IDX-TROUVE) TO WS-IF-DEPARTEMENT.
           MOVE 'R' TO WS-IF-VERDICT.
           STRING 'RETRAIT - DEMANDE ANNULEE PAR ' DELIMITED BY SIZE
               WS-RET-TAB-OPER(WS-IDX-TROUVE) DELIMITED BY SIZE
               INTO WS-IF-FACTEURS
           END-STRING.
           MOVE ZERO TO WS-IF-BITS.
           MOVE WS-INTERFACE-ENREG TO FD-LIGNE-INTERFACE.
           WRITE FD-LIGNE-INTERFACE.
           MOVE SPACES TO WS-ATTENTE-ENREG.
           MOVE FD-REG-NUMERO TO WS-ATT-NUMERO.
           MOVE 'R' TO WS-ATT-TYPE.
           MOVE FD-REG-ID-DEMANDE TO WS-ATT-ID-DEMANDE.
           MOVE WS-RET-TAB-DEPT(WS-IDX-TROUVE) TO WS-ATT-DEPARTEMENT.
           MOVE WS-DATE-JOUR TO WS-ATT-DATE-ENVOI.
           MOVE WS-ATTENTE-ENREG TO FD-LIGNE-ATTENTE.
           WRITE FD-LIGNE-ATTENTE.
           MOVE WS-RET-TAB-ID(WS-IDX-TROUVE) TO FD-ANN-ID-DEMANDE.
           READ ANNULATION-FILE
               INVALID KEY
                   MOVE WS-RET-TAB-OPER(WS-IDX-TROUVE)
                       TO FD-ANN-OPERATEUR
           END-READ.
           PERFORM LIRE-AUTORITE.
           MOVE 'RETRAIT' TO WS-EVENEMENT.
           MOVE FD-REG-NUMERO TO WS-NUMERO.
           PERFORM JOURNALISER-ANNULATION.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           MOVE FD-REG-NUMERO TO WS-N-EDIT.
           STRING '  Demande ' DELIMITED BY SIZE
               FD-REG-ID-DEMANDE DELIMITED BY SIZE
               ' dept ' DELIMITED BY SIZE
               WS-RET-TAB-DEPT(WS-IDX-TROUVE) DELIMITED BY SIZE
               ' annulee par ' DELIMITED BY SIZE
               WS-RET-TAB-OPER(WS-IDX-TROUVE) DELIMITED BY SIZE
               ' - retrait du premier ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-N-EDIT) DELIMITED BY SIZE
               ' emis' DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.

      *    Annulations retenues pour retrait : 'R' si au moins un
      *    premier a ete retire (suivi REVOCATION), sinon 'S' (verdict
      *    compose libere, rien a retirer cote cles).
       CLORE-RETRAITS.
           PERFORM VARYING WS-IDX-RETRAIT FROM 1 BY 1
                   UNTIL WS-IDX-RETRAIT > WS-NB-A-RETIRER
               MOVE WS-RET-TAB-ID(WS-IDX-RETRAIT) TO FD-ANN-ID-DEMANDE
               READ ANNULATION-FILE
                   INVALID KEY
                       DISPLAY 'Annulation ' FD-ANN-ID-DEMANDE
                           ' introuvable a la cloture - statut '
                           WS-STATUT-ANNULATION
                   NOT INVALID KEY
                       PERFORM CLORE-UN-RETRAIT
               END-READ
           END-PERFORM.

       CLORE-UN-RETRAIT.
           MOVE WS-DATE-JOUR TO FD-ANN-DATE-TRAITEMENT.
           MOVE 'TRAITANN' TO FD-ANN-TRAITE-PAR.
           IF WS-RET-TAB-NB(WS-IDX-RETRAIT) > ZERO
               ADD 1 TO WS-NB-REVOQUEES
               MOVE 'R' TO FD-ANN-STATUT
               MOVE 'O' TO FD-ANN-AUDITE
               MOVE FD-ANN-ID-DEMANDE TO WS-SUIVI-ID
               MOVE WS-RET-TAB-DEPT(WS-IDX-RETRAIT) TO WS-SUIVI-DEPT
               MOVE 'REVOCATION' TO WS-SUIVI-ETAPE
               PERFORM MAJ-SUIVI
           ELSE
               MOVE 'S' TO FD-ANN-STATUT
               PERFORM LIRE-AUTORITE
               PERFORM TRACER-ISSUE
               MOVE 'O' TO FD-ANN-AUDITE
           END-IF.
           REWRITE FD-LIGNE-ANNULATION
               INVALID KEY
                   DISPLAY 'Annulation ' FD-ANN-ID-DEMANDE
                       ' non mise a jour - statut '
                       WS-STATUT-ANNULATION
           END-REWRITE.

       MAJ-SUIVI.
           IF WS-SUIVI-EST-ACTIF
               ACCEPT WS-HEURE-JOUR FROM TIME
               MOVE SPACES TO FD-LIGNE-SUIVI
               MOVE WS-SUIVI-ID TO FD-SUIVI-ID-DEMANDE
               MOVE WS-SUIVI-DEPT TO FD-SUIVI-DEPARTEMENT
               MOVE WS-SUIVI-ETAPE TO FD-SUIVI-ETAPE
               MOVE WS-DATE-JOUR TO FD-SUIVI-DATE-MAJ
               MOVE WS-HEURE-JOUR TO FD-SUIVI-HEURE-MAJ
               WRITE FD-LIGNE-SUIVI
                   INVALID KEY
                       REWRITE FD-LIGNE-SUIVI
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-WRITE
           END-IF.

      *    Toute ligne d'annulation est au nom de l'operateur qui a
      *    demande l'annulation.
       JOURNALISER-ANNULATION.
           ACCEPT WS-HEURE-JOUR FROM TIME.
           MOVE SPACES TO WS-LIGNE-JOURNAL.
           MOVE WS-NUMERO TO WS-N-EDIT.
           STRING WS-DATE-JOUR DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-HEURE-JOUR DELIMITED BY SIZE
               ' OPERATEUR=' DELIMITED BY SIZE
               FD-ANN-OPERATEUR DELIMITED BY SIZE
               ' AUTORITE=' DELIMITED BY SIZE
               WS-OPER-AUTORITE DELIMITED BY SIZE
               ' NOMBRE=' DELIMITED BY SIZE
               FUNCTION TRIM(WS-N-EDIT) DELIMITED BY SIZE
               ' ANNULATION=' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EVENEMENT) DELIMITED BY SIZE
               ' FONCTION=ANNULATION DEMANDE=' DELIMITED BY SIZE
               FD-ANN-ID-DEMANDE DELIMITED BY SIZE
               ' DEPT=' DELIMITED BY SIZE
               FD-ANN-DEPARTEMENT DELIMITED BY SIZE
               ' ETAPE=' DELIMITED BY SIZE
               FUNCTION TRIM(FD-ANN-ETAPE-DEMANDE) DELIMITED BY SIZE
               ' PAR=' DELIMITED BY SIZE
               FUNCTION TRIM(FD-ANN-TRAITE-PAR) DELIMITED BY SIZE
               INTO WS-LIGNE-JOURNAL
           END-STRING.
           MOVE WS-LIGNE-JOURNAL TO FD-LIGNE-JOURNAL.
           PERFORM CHAINER-LIGNE-JOURNAL.
           WRITE FD-LIGNE-JOURNAL.

       ECRIRE-ENTETE-RAPPORT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING 'Rapport de traitement des annulations de demandes'
               DELIMITED BY SIZE
               ' du ' DELIMITED BY SIZE
               WS-DATE-JOUR DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           END-STRING.
           MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.

       ECRIRE-TOTAUX-RAPPORT.
           MOVE WS-NB-LUES TO WS-EDIT-COMPTEUR.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING 'Annulations lues: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.
           MOVE WS-NB-TRACEES TO WS-EDIT-COMPTEUR.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING 'Nouvelles annulations tracees: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.
           MOVE WS-NB-APPLIQUEES TO WS-EDIT-COMPTEUR.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING 'Appliquees par la chaine: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.
           MOVE WS-NB-REVOQUEES TO WS-EDIT-COMPTEUR.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING 'Demandes liberees revoquees: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.
           MOVE WS-NB-RETRAITS TO WS-EDIT-COMPTEUR.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING 'Retraits emis: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.
           MOVE WS-NB-SANS-OBJET TO WS-EDIT-COMPTEUR.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING 'Annulations sans objet: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.
           MOVE WS-NB-EN-ATTENTE TO WS-EDIT-COMPTEUR.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING 'En attente de la chaine: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.
           MOVE WS-NB-DIFFEREES TO WS-EDIT-COMPTEUR.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING 'Retraits differes: ' DELIMITED BY SIZE
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
