                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS RECON-TEMP-ESTADO.

            SELECT ESTADO-PERIODO ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS ESTADO-PER-ESTADO.

        DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

            03 RTMP-HORAS-CORR        PIC 9(7)V99.
            03 RTMP-HORAS-ANUL        PIC 9(7)V99.

      *  ETAPAS: 1 NOVEDADES MEZCLADAS, 2 LIQUIDADO, 3 PAGO ENVIADO,
      *  4 RETORNO CONCILIADO, 5 CERRADO
        FD ESTADO-PERIODO LABEL RECORD IS STANDARD
                        VALUE OF FILE-ID IS "EstadoPeriodos.dat".
        01 REG-ESTADO-PERIODO.
            03 EPER-PERIODO           PIC 9(6).
            03 EPER-ETAPA             PIC 9(1).
            03 EPER-ETAPAS OCCURS 5 TIMES.
                05 EPER-ETA-CORRIDA   PIC 9(5).
                05 EPER-ETA-FECHA     PIC X(14).

        WORKING-STORAGE SECTION.
        77 PARAM-REST-ESTADO PIC XX.
        77 MAE-GEN-ESTADO PIC XX.
            88 EOF-MAE-GEN VALUE "SI".
        77 EOF-BIT PIC XX VALUE "NO".
            88 EOF-BITACORA VALUE "SI".
        77 ESTADO-PER-ESTADO PIC XX.
        77 EOF-EPER PIC XX VALUE "NO".
            88 EOF-ESTADO-PERIODO VALUE "SI".

        01 WS-CORRIDA-PEDIDA PIC 9(5) VALUE 0.
        01 WS-NRO-CORRIDA PIC 9(5) VALUE 0.
        01 WS-HORAS-RESTAURADAS PIC 9(9)V99 VALUE 0.
        01 WS-BIT-INICIO PIC X(14) VALUE SPACES.
        01 WS-BIT-FIN PIC X(14) VALUE SPACES.
        01 WS-FLAG-ESTADO-ERROR PIC X VALUE "N".
        01 WS-FLAG-ESTADO-CAMBIO PIC X VALUE "N".
        01 WS-ETAPA-INDICE PIC 9(1) VALUE 0.
        01 WS-ETAPA-NUEVA PIC 9(1) VALUE 0.
        01 TABLA-ETAPAS-VALORES.
            03 FILLER PIC X(20) VALUE "Sin etapas".
            03 FILLER PIC X(20) VALUE "Novedades mezcladas".
            03 FILLER PIC X(20) VALUE "Liquidado".
            03 FILLER PIC X(20) VALUE "Pago enviado".
            03 FILLER PIC X(20) VALUE "Retorno conciliado".
            03 FILLER PIC X(20) VALUE "Cerrado".
        01 TABLA-ETAPAS REDEFINES TABLA-ETAPAS-VALORES.
            02 ETAPA-DESC OCCURS 6 TIMES PIC X(20).
        01 WS-CANT-EST-PER PIC 9(3) VALUE 0.
        01 TABLA-EST-PER.
            02 EST-PER OCCURS 240 TIMES INDEXED BY TEP-INDICE.
                03 TEP-PERIODO         PIC 9(6).
                03 TEP-ETAPA           PIC 9(1).
                03 TEP-ETAPAS OCCURS 5 TIMES.
                    05 TEP-ETA-CORRIDA PIC 9(5).
                    05 TEP-ETA-FECHA   PIC X(14).
        01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
               10 WS-CURRENT-YEAR     PIC X(04).

        PERFORM 0100-INICIO.
        PERFORM 0200-RESTAURAR-MAESTRO.
        PERFORM 0280-RETROCEDER-ESTADOS.
        PERFORM 0300-GRABAR-BITACORA.
        PERFORM FIN.
        STOP RUN.
               STOP RUN
            END-IF.
            PERFORM 0160-LEER-BITACORA.
            PERFORM 0170-CONTROLAR-ESTADOS.

      *-----------------------------------------------------------*
      *----------    PROXIMO NUMERO DE CORRIDA    -----------------*
               END-IF
         END-READ.

      *-----------------------------------------------------------*
      *----------    NO SE DESHACE UN PAGO ENVIADO, UN     --------*
      *----------    RETORNO NI UN CIERRE SIN REAPERTURA   --------*
      *-----------------------------------------------------------*
        0170-CONTROLAR-ESTADOS.
         OPEN INPUT ESTADO-PERIODO.
         IF ESTADO-PER-ESTADO = "00"
            PERFORM 0175-CARGAR-UN-ESTADO UNTIL EOF-ESTADO-PERIODO
            CLOSE ESTADO-PERIODO
         END-IF.
         PERFORM VARYING TEP-INDICE FROM 1 BY 1
                  UNTIL TEP-INDICE > WS-CANT-EST-PER
            PERFORM VARYING WS-ETAPA-INDICE FROM 3 BY 1
                     UNTIL WS-ETAPA-INDICE > 5
               IF TEP-ETA-FECHA(TEP-INDICE, WS-ETAPA-INDICE)
                                                       NOT = SPACES
                  AND TEP-ETA-CORRIDA(TEP-INDICE, WS-ETAPA-INDICE)
                                               >= WS-CORRIDA-PEDIDA
                  DISPLAY "Periodo " TEP-PERIODO(TEP-INDICE)
                          " en etapa "
                          ETAPA-DESC(WS-ETAPA-INDICE + 1)
                          " desde la corrida "
                          TEP-ETA-CORRIDA(TEP-INDICE, WS-ETAPA-INDICE)
                  MOVE "S" TO WS-FLAG-ESTADO-ERROR
               END-IF
            END-PERFORM
         END-PERFORM.
         IF WS-FLAG-ESTADO-ERROR = "S"
            DISPLAY "Restauracion abortada: reabrir el periodo antes "
                    "de restaurar la generacion " WS-CORRIDA-PEDIDA
            CLOSE MAE-GEN
            STOP RUN
         END-IF.

        0175-CARGAR-UN-ESTADO.
         READ ESTADO-PERIODO
            AT END MOVE "SI" TO EOF-EPER
            NOT AT END
               IF WS-CANT-EST-PER < 240
                  ADD 1 TO WS-CANT-EST-PER
                  MOVE REG-ESTADO-PERIODO TO EST-PER(WS-CANT-EST-PER)
               ELSE
                  DISPLAY "Tabla de estados de periodo desbordada - "
                          "abortado"
                  CLOSE MAE-GEN
                  STOP RUN
               END-IF
         END-READ.

      *-----------------------------------------------------------*
      *----------    REGRABACION COMPLETA DEL MAESTRO    ----------*
      *----------    DESDE LA GENERACION ELEGIDA         ----------*
         OPEN OUTPUT RECON-TEMP.
         CLOSE RECON-TEMP.

      *-----------------------------------------------------------*
      *----------    LAS ETAPAS ALCANZADAS DESDE LA CORRIDA -------*
      *----------    RESTAURADA SE BORRAN Y EL PERIODO      -------*
      *----------    VUELVE A LA ULTIMA ETAPA QUE QUEDA     -------*
      *-----------------------------------------------------------*
        0280-RETROCEDER-ESTADOS.
         PERFORM VARYING TEP-INDICE FROM 1 BY 1
                  UNTIL TEP-INDICE > WS-CANT-EST-PER
            MOVE 0 TO WS-ETAPA-NUEVA
            PERFORM VARYING WS-ETAPA-INDICE FROM 1 BY 1
                     UNTIL WS-ETAPA-INDICE > 5
               IF TEP-ETA-FECHA(TEP-INDICE, WS-ETAPA-INDICE)
                                                       NOT = SPACES
                  IF TEP-ETA-CORRIDA(TEP-INDICE, WS-ETAPA-INDICE)
                                               >= WS-CORRIDA-PEDIDA
                     MOVE 0 TO
                          TEP-ETA-CORRIDA(TEP-INDICE, WS-ETAPA-INDICE)
                     MOVE SPACES TO
                          TEP-ETA-FECHA(TEP-INDICE, WS-ETAPA-INDICE)
                  ELSE
                     MOVE WS-ETAPA-INDICE TO WS-ETAPA-NUEVA
                  END-IF
               END-IF
            END-PERFORM
            IF WS-ETAPA-NUEVA NOT = TEP-ETAPA(TEP-INDICE)
               DISPLAY "Periodo " TEP-PERIODO(TEP-INDICE)
                       " vuelve a etapa " ETAPA-DESC(WS-ETAPA-NUEVA + 1)
               MOVE WS-ETAPA-NUEVA TO TEP-ETAPA(TEP-INDICE)
               MOVE "S" TO WS-FLAG-ESTADO-CAMBIO
            END-IF
         END-PERFORM.
         IF WS-FLAG-ESTADO-CAMBIO = "S"
            OPEN OUTPUT ESTADO-PERIODO
            PERFORM VARYING TEP-INDICE FROM 1 BY 1
                     UNTIL TEP-INDICE > WS-CANT-EST-PER
               MOVE EST-PER(TEP-INDICE) TO REG-ESTADO-PERIODO
               WRITE REG-ESTADO-PERIODO
            END-PERFORM
            CLOSE ESTADO-PERIODO
         END-IF.

      *-----------------------------------------------------------*
      *----------    LA RESTAURACION QUEDA EN LA BITACORA  --------*
      *----------    COMO CORRIDA PROPIA                   --------*
