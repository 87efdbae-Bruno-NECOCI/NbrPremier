      *    nocturne (fermer la queue cote CICS pendant le batch).
      *    Le fichier DEPTMAST doit etre defini au CICS sur le
      *    cluster PROD.NBRPREM.DEPARTEMENTS (lecture seule ici).
      *    Quotas journaliers : apres le depot, la situation du
      *    departement est lue au fichier QUOTAS (defini au CICS sur
      *    le cluster PROD.NBRPREM.QUOTAS, en mise a jour) et le
      *    compteur des soumissions en ligne de la classe (P ou N)
      *    est incremente. Si les candidats deja reportes par la
      *    derniere edition plus les soumissions en ligne depuis
      *    atteignent la limite de la classe, l'operateur est averti
      *    a l'ecran que le departement est deja hors quota pour la
      *    nuit : le candidat est tout de meme depose et sera differe
      *    par l'edition s'il reste hors quota. Le fichier des
      *    candidats du lot (CANDIDATS) n'est connu que de l'edition
      *    et n'entre pas dans ce decompte. Departement sans quota ou
      *    fichier indisponible : pas d'avertissement.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-LONG-CANDIDAT   PIC S9(4) COMP VALUE 22.
       01  WS-RESP            PIC S9(8) COMP VALUE ZERO.
       01  WS-N-EDIT          PIC Z(8)9.
       01  WS-PTR-REPONSE     PIC 9(3) VALUE 1.
       01  WS-QUOTA-ATTEINT   PIC X VALUE 'N'.
           88  WS-QUOTA-EST-ATTEINT VALUE 'O'.
       01  WS-QUOTA-LIMITE    PIC 9(5) VALUE ZERO.
       01  WS-QUOTA-CHARGE    PIC 9(8) VALUE ZERO.
       01  WS-LIMITE-EDIT     PIC Z(4)9.
       01  WS-CHARGE-EDIT     PIC Z(7)9.

       01  WS-CANDIDAT-ENREG.
           05  WS-CAND-ID-DEMANDE   PIC X(8).
           05  FILLER             PIC X.
           05  WS-DEPT-ACTIF      PIC X.

       01  WS-LIGNE-QUOTA.
           05  WS-QUO-DEPARTEMENT PIC X(4).
           05  FILLER             PIC X.
           05  WS-QUO-LIMITE-NORMALE PIC 9(5).
           05  FILLER             PIC X.
           05  WS-QUO-LIMITE-PRIO PIC 9(5).
           05  FILLER             PIC X.
           05  WS-QUO-DATE-SITUATION PIC 9(8).
           05  FILLER             PIC X.
           05  WS-QUO-REPORTES-NORMAUX PIC 9(7).
           05  FILLER             PIC X.
           05  WS-QUO-REPORTES-PRIO PIC 9(7).
           05  FILLER             PIC X.
           05  WS-QUO-SOUMIS-NORMAUX PIC 9(7).
           05  FILLER             PIC X.
           05  WS-QUO-SOUMIS-PRIO PIC 9(7).

       PROCEDURE DIVISION.

           EXEC CICS RECEIVE
           END-IF.
           PERFORM CONTROLER-DEPARTEMENT.
           PERFORM DEPOSER-CANDIDAT.
           PERFORM CONTROLER-QUOTA.
           PERFORM CONSTRUIRE-CONFIRMATION.
           PERFORM ENVOYER-REPONSE.

               PERFORM ENVOYER-REPONSE
           END-IF.

      *    Le candidat est deja depose : un incident sur le fichier
      *    des quotas ne fait que supprimer l'avertissement.
       CONTROLER-QUOTA.
           MOVE 'N' TO WS-QUOTA-ATTEINT.
           EXEC CICS READ
               FILE('QUOTAS')
               INTO(WS-LIGNE-QUOTA)
               RIDFLD(WS-CLE-DEPT)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               IF WS-CAND-PRIORITE = 'P'
                   MOVE WS-QUO-LIMITE-PRIO TO WS-QUOTA-LIMITE
                   COMPUTE WS-QUOTA-CHARGE = WS-QUO-REPORTES-PRIO
                       + WS-QUO-SOUMIS-PRIO
                   ADD 1 TO WS-QUO-SOUMIS-PRIO
               ELSE
                   MOVE WS-QUO-LIMITE-NORMALE TO WS-QUOTA-LIMITE
                   COMPUTE WS-QUOTA-CHARGE = WS-QUO-REPORTES-NORMAUX
                       + WS-QUO-SOUMIS-NORMAUX
                   ADD 1 TO WS-QUO-SOUMIS-NORMAUX
               END-IF
               IF WS-QUOTA-LIMITE > ZERO
                   AND WS-QUOTA-CHARGE NOT < WS-QUOTA-LIMITE
                   MOVE 'O' TO WS-QUOTA-ATTEINT
               END-IF
               EXEC CICS REWRITE
                   FILE('QUOTAS')
                   FROM(WS-LIGNE-QUOTA)
                   RESP(WS-RESP)
               END-EXEC
           END-IF.

       CONSTRUIRE-CONFIRMATION.
           MOVE SPACES TO WS-REPONSE.
           MOVE 1 TO WS-PTR-REPONSE.
           MOVE WS-NUMERO TO WS-N-EDIT.
           STRING 'Candidat ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-N-EDIT) DELIMITED BY SIZE
               ' - sera traite au prochain passage batch.'
               DELIMITED BY SIZE
               INTO WS-REPONSE
               WITH POINTER WS-PTR-REPONSE
           END-STRING.
           IF WS-QUOTA-EST-ATTEINT
               MOVE WS-QUOTA-LIMITE TO WS-LIMITE-EDIT
               MOVE WS-QUOTA-CHARGE TO WS-CHARGE-EDIT
               STRING ' ATTENTION: departement deja hors quota pour '
                   DELIMITED BY SIZE
                   'cette nuit (' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CHARGE-EDIT) DELIMITED BY SIZE
                   ' en attente, limite ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LIMITE-EDIT) DELIMITED BY SIZE
                   ') - candidat probablement differe.'
                   DELIMITED BY SIZE
                   INTO WS-REPONSE
                   WITH POINTER WS-PTR-REPONSE
               END-STRING
           END-IF.

       ENVOYER-REPONSE.
           EXEC CICS SEND TEXT
