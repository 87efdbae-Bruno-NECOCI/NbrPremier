       IDENTIFICATION DIVISION.
       PROGRAM-ID. AnnulationDemande.
       AUTHOR. Bruno.

      *    Transaction d'annulation en ligne d'une demande de
      *    screening : l'operateur saisit le code transaction suivi
      *    du numero de demande et de son identifiant operateur.
      *    L'operateur doit etre connu et actif au fichier maitre
      *    OPERMAST. L'etape ou en est la demande est lue au fichier
      *    de suivi SUIVIFL : une demande deja close sans verdict a
      *    retirer (rejetee a l'edition, repondue par le cache) ou
      *    deja annulee est refusee ; une demande encore inconnue du
      *    suivi (soumise mais pas encore editee) est acceptee.
      *    L'annulation est inscrite au fichier des annulations
      *    ANNULFL (cle = numero de demande) avec l'operateur
      *    demandeur, l'horodatage et l'etape constatee, statut 'D'
      *    (demandee) ; une seconde annulation de la meme demande
      *    est refusee. La suite depend de l'etape :
      *      - pas encore screenee : la demande est ecartee par
      *        l'edition amont (EDITCAND) ;
      *      - en attente de seconde verification ou d'adjudication :
      *        elle est ecartee par DEUXCTRL ou RESOLDES ;
      *      - verdict deja libere ou acquitte : le traitement des
      *        annulations (job NBRANNU) emet un retrait vers le
      *        systeme d'approbation des cles.
      *    Chaque annulation est tracee au journal d'audit, avec
      *    l'operateur demandeur, par le job NBRANNU (le journal est
      *    un fichier sequentiel batch). Fichiers a definir au CICS :
      *    OPERMAST sur PROD.NBRPREM.OPERATEURS et SUIVIFL sur
      *    PROD.NBRPREM.SUIVI (lecture seule), ANNULFL sur
      *    PROD.NBRPREM.ANNULATIONS (ajout).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      *--------------
       DATA DIVISION.
      *--------------
       WORKING-STORAGE SECTION.
       01  WS-ENTREE          PIC X(80) VALUE SPACES.
       01  WS-LONG-ENTREE     PIC S9(4) COMP VALUE 80.
       01  WS-CODE-TRANS      PIC X(8) VALUE SPACES.
       01  WS-ID-DEMANDE      PIC X(12) VALUE SPACES.
       01  WS-OPERATEUR       PIC X(12) VALUE SPACES.
       01  WS-CLE-DEMANDE     PIC X(8) VALUE SPACES.
       01  WS-CLE-OPERATEUR   PIC X(8) VALUE SPACES.
       01  WS-REPONSE         PIC X(240) VALUE SPACES.
       01  WS-LONG-REPONSE    PIC S9(4) COMP VALUE 240.
       01  WS-RESP            PIC S9(8) COMP VALUE ZERO.
       01  WS-PTR-REPONSE     PIC 9(3) VALUE 1.
       01  WS-HORODATAGE      PIC X(21) VALUE SPACES.
       01  WS-ETAPE           PIC X(10) VALUE SPACES.
       01  WS-SUITE           PIC X(80) VALUE SPACES.

       01  WS-LIGNE-OPERATEUR.
           05  WS-OPER-ID         PIC X(8).
           05  FILLER             PIC X.
           05  WS-OPER-NOM        PIC X(30).
           05  FILLER             PIC X.
           05  WS-OPER-AUTORITE   PIC X.
           05  FILLER             PIC X.
           05  WS-OPER-ACTIF      PIC X.

       01  WS-LIGNE-SUIVI.
           05  WS-SUIVI-ID-DEMANDE  PIC X(8).
           05  FILLER               PIC X.
           05  WS-SUIVI-DEPARTEMENT PIC X(4).
           05  FILLER               PIC X.
           05  WS-SUIVI-ETAPE       PIC X(10).
           05  FILLER               PIC X.
           05  WS-SUIVI-DATE-MAJ    PIC 9(8).
           05  FILLER               PIC X.
           05  WS-SUIVI-HEURE-MAJ   PIC 9(8).

       01  WS-LIGNE-ANNULATION.
           05  WS-ANN-ID-DEMANDE  PIC X(8).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-ANN-DEPARTEMENT PIC X(4).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-ANN-DATE-DEMANDE PIC 9(8).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-ANN-HEURE-DEMANDE PIC 9(8).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-ANN-OPERATEUR   PIC X(8).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-ANN-ETAPE-DEMANDE PIC X(10).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-ANN-STATUT      PIC X.
           05  FILLER             PIC X VALUE SPACE.
           05  WS-ANN-DATE-TRAITEMENT PIC 9(8).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-ANN-TRAITE-PAR  PIC X(8).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-ANN-AUDITE      PIC X.
       01  WS-LONG-ANNULATION PIC S9(4) COMP VALUE 73.

       PROCEDURE DIVISION.

           EXEC CICS RECEIVE
               INTO(WS-ENTREE)
               LENGTH(WS-LONG-ENTREE)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Saisie illisible - reessayer.' TO WS-REPONSE
               PERFORM ENVOYER-REPONSE
           END-IF.
           UNSTRING WS-ENTREE DELIMITED BY ALL ' '
               INTO WS-CODE-TRANS WS-ID-DEMANDE WS-OPERATEUR
           END-UNSTRING.
           IF WS-ID-DEMANDE = SPACES OR WS-OPERATEUR = SPACES
               MOVE 'Usage: <trans> <demande> <operateur>'
                   TO WS-REPONSE
               PERFORM ENVOYER-REPONSE
           END-IF.
           IF WS-ID-DEMANDE(9:4) NOT = SPACES
               MOVE 'Numero de demande trop long (8 maxi).'
                   TO WS-REPONSE
               PERFORM ENVOYER-REPONSE
           END-IF.
           IF WS-OPERATEUR(9:4) NOT = SPACES
               MOVE 'Identifiant operateur trop long (8 maxi).'
                   TO WS-REPONSE
               PERFORM ENVOYER-REPONSE
           END-IF.
           MOVE WS-ID-DEMANDE(1:8) TO WS-CLE-DEMANDE.
           MOVE WS-OPERATEUR(1:8) TO WS-CLE-OPERATEUR.
           PERFORM CONTROLER-OPERATEUR.
           PERFORM CONTROLER-ETAPE.
           PERFORM ENREGISTRER-ANNULATION.
           PERFORM CONSTRUIRE-CONFIRMATION.
           PERFORM ENVOYER-REPONSE.

       CONTROLER-OPERATEUR.
           EXEC CICS READ
               FILE('OPERMAST')
               INTO(WS-LIGNE-OPERATEUR)
               RIDFLD(WS-CLE-OPERATEUR)
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   IF WS-OPER-ACTIF NOT = 'A'
                       MOVE 'Operateur inactif - annulation refusee.'
                           TO WS-REPONSE
                       PERFORM ENVOYER-REPONSE
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE 'Operateur inconnu - annulation refusee.'
                       TO WS-REPONSE
                   PERFORM ENVOYER-REPONSE
               WHEN OTHER
                   MOVE 'Operateurs indisponibles - reessayer.'
                       TO WS-REPONSE
                   PERFORM ENVOYER-REPONSE
           END-EVALUATE.

      *    L'etape constatee au suivi decide de la recevabilite et
      *    de la suite annoncee a l'operateur ; la demande encore
      *    absente du suivi attend l'edition amont.
       CONTROLER-ETAPE.
           MOVE SPACES TO WS-LIGNE-SUIVI.
           EXEC CICS READ
               FILE('SUIVIFL')
               INTO(WS-LIGNE-SUIVI)
               RIDFLD(WS-CLE-DEMANDE)
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE WS-SUIVI-ETAPE TO WS-ETAPE
               WHEN DFHRESP(NOTFND)
                   MOVE SPACES TO WS-LIGNE-SUIVI
                   MOVE SPACES TO WS-ETAPE
               WHEN OTHER
                   MOVE 'Suivi des demandes indisponible - reessayer.'
                       TO WS-REPONSE
                   PERFORM ENVOYER-REPONSE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-ETAPE = 'REJETE' OR WS-ETAPE = 'REPCACHE'
                   MOVE SPACES TO WS-REPONSE
                   STRING 'Demande deja close (etape '
                       DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ETAPE) DELIMITED BY SIZE
                       ') - rien a annuler.' DELIMITED BY SIZE
                       INTO WS-REPONSE
                   END-STRING
                   PERFORM ENVOYER-REPONSE
               WHEN WS-ETAPE = 'ANNULE' OR WS-ETAPE(1:3) = 'REV'
                   MOVE 'Demande deja annulee.' TO WS-REPONSE
                   PERFORM ENVOYER-REPONSE
               WHEN WS-ETAPE = 'LIBERE' OR WS-ETAPE = 'SUGLIBERE'
                 OR WS-ETAPE = 'ACQUITTE' OR WS-ETAPE = 'RELANCE'
                 OR WS-ETAPE = 'SUGACCEPTE' OR WS-ETAPE = 'SUGRELANCE'
                 OR WS-ETAPE = 'ADJUGE'
                   MOVE 'verdict deja libere - retrait emis par NBRANNU'
                       TO WS-SUITE
               WHEN WS-ETAPE = 'ATTCTRL' OR WS-ETAPE = 'SUGGERE'
                   MOVE 'sera ecartee a la seconde verification'
                       TO WS-SUITE
               WHEN WS-ETAPE = 'DESACCORD'
                   MOVE 'sera ecartee a l''adjudication' TO WS-SUITE
               WHEN OTHER
                   MOVE 'sera ecartee a l''edition du prochain passage'
                       TO WS-SUITE
           END-EVALUATE.

       ENREGISTRER-ANNULATION.
           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           MOVE WS-CLE-DEMANDE TO WS-ANN-ID-DEMANDE.
           MOVE WS-SUIVI-DEPARTEMENT TO WS-ANN-DEPARTEMENT.
           MOVE WS-HORODATAGE(1:8) TO WS-ANN-DATE-DEMANDE.
           MOVE WS-HORODATAGE(9:8) TO WS-ANN-HEURE-DEMANDE.
           MOVE WS-CLE-OPERATEUR TO WS-ANN-OPERATEUR.
           MOVE WS-ETAPE TO WS-ANN-ETAPE-DEMANDE.
           MOVE 'D' TO WS-ANN-STATUT.
           MOVE ZERO TO WS-ANN-DATE-TRAITEMENT.
           MOVE SPACES TO WS-ANN-TRAITE-PAR.
           MOVE 'N' TO WS-ANN-AUDITE.
           EXEC CICS WRITE
               FILE('ANNULFL')
               FROM(WS-LIGNE-ANNULATION)
               LENGTH(WS-LONG-ANNULATION)
               RIDFLD(WS-CLE-DEMANDE)
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(DUPREC)
                   MOVE 'Demande deja annulee (annulation en cours).'
                       TO WS-REPONSE
                   PERFORM ENVOYER-REPONSE
               WHEN OTHER
                   MOVE 'Annulations indisponibles - reessayer.'
                       TO WS-REPONSE
                   PERFORM ENVOYER-REPONSE
           END-EVALUATE.

       CONSTRUIRE-CONFIRMATION.
           MOVE SPACES TO WS-REPONSE.
           MOVE 1 TO WS-PTR-REPONSE.
           STRING 'Annulation enregistree - demande ' DELIMITED BY SIZE
               WS-CLE-DEMANDE DELIMITED BY SIZE
               ' operateur ' DELIMITED BY SIZE
               WS-CLE-OPERATEUR DELIMITED BY SIZE
               INTO WS-REPONSE
               WITH POINTER WS-PTR-REPONSE
           END-STRING.
           IF WS-ETAPE = SPACES
               STRING ' (pas encore editee)' DELIMITED BY SIZE
                   INTO WS-REPONSE
                   WITH POINTER WS-PTR-REPONSE
               END-STRING
           ELSE
               STRING ' (etape ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ETAPE) DELIMITED BY SIZE
                   ')' DELIMITED BY SIZE
                   INTO WS-REPONSE
                   WITH POINTER WS-PTR-REPONSE
               END-STRING
           END-IF.
           STRING ' - ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-SUITE) DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               INTO WS-REPONSE
               WITH POINTER WS-PTR-REPONSE
           END-STRING.

       ENVOYER-REPONSE.
           EXEC CICS SEND TEXT
               FROM(WS-REPONSE)
               LENGTH(WS-LONG-REPONSE)
               ERASE
               FREEKB
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.
