                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS REPAGO-ESTADO.

            SELECT CAMBIOS-CBU    ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS CAMBIOS-CBU-ESTADO.

            SELECT PAGO-RETENIDO  ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS PAGO-RETENIDO-ESTADO.

            SELECT ESTADO-PERIODO ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS ESTADO-PER-ESTADO.

            SELECT EXCEPCIONES ASSIGN TO PRINTER "ExcepPagos.dat"
                                  FILE STATUS IS EXCEPCIONES-ESTADO.

            03 REPAGO-TRL-TOTAL       PIC 9(11)V99.
            03 REPAGO-TRL-RELLENO     PIC X(33).

        FD CAMBIOS-CBU LABEL RECORD IS STANDARD
                        VALUE OF FILE-ID IS "CambiosCBU.dat".
        01 REG-CAMBIO-CBU.
            03 CCBU-NUMERO            PIC X(5).
            03 CCBU-CBU-ANTERIOR      PIC X(22).
            03 CCBU-CBU-NUEVO         PIC X(22).
            03 CCBU-FECHA-CAMBIO      PIC X(14).
            03 CCBU-OPERADOR          PIC X(10).
            03 CCBU-ESTADO            PIC X(1).
                88 CCBU-PENDIENTE     VALUE "P".
                88 CCBU-CONFIRMADO    VALUE "C".
            03 CCBU-FECHA-CONFIRMA    PIC X(14).
            03 CCBU-OPERADOR-CONFIRMA PIC X(10).

        FD PAGO-RETENIDO LABEL RECORD IS STANDARD
                        VALUE OF FILE-ID IS "PagosRetenidos.dat".
        01 REG-PAGO-RETENIDO.
            03 PRET-NUMERO            PIC X(5).
            03 PRET-DNI               PIC 9(8).
            03 PRET-CBU               PIC X(22).
            03 PRET-IMPORTE           PIC 9(9)V99.
            03 PRET-PERIODO           PIC 9(6).
            03 PRET-CORRIDA           PIC 9(5).
            03 PRET-ESTADO            PIC X(1).
                88 PRET-RETENIDO      VALUE "R".
                88 PRET-LIBERADO      VALUE "L".
                88 PRET-REEMPLAZADO   VALUE "X".
            03 PRET-FECHA-LIBERA      PIC X(14).
            03 PRET-ORIGEN            PIC X(1).
                88 PRET-ORIGEN-LIQUIDACION   VALUE "L" " ".
                88 PRET-ORIGEN-SUPLEMENTARIA VALUE "S".

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
        77 PAGO-BANCO-ESTADO PIC XX.
        77 RETORNO-ESTADO PIC XX.
        77 PROF-ESTADO PIC XX.
        77 REPAGO-ESTADO PIC XX.
        77 EXCEPCIONES-ESTADO PIC XX.
        77 CAMBIOS-CBU-ESTADO PIC XX.
        77 PAGO-RETENIDO-ESTADO PIC XX.
        77 EOF-CBU PIC XX VALUE "NO".
            88 EOF-CAMBIOS-CBU VALUE "SI".
        77 EOF-RETENIDOS PIC XX VALUE "NO".
            88 EOF-PAGO-RETENIDO VALUE "SI".
        77 EOF-PAGOS PIC XX VALUE "NO".
            88 EOF-PAGO-BANCO VALUE "SI".
        77 EOF-RETORNOS PIC XX VALUE "NO".
            88 EOF-RETORNO-BANCO VALUE "SI".
        77 EOF-PROF PIC XX VALUE "NO".
            88 EOF-PROFESORES VALUE "SI".
        77 ESTADO-PER-ESTADO PIC XX.
        77 EOF-EPER PIC XX VALUE "NO".
            88 EOF-ESTADO-PERIODO VALUE "SI".

        01 WS-EST-PERIODO PIC 9(6) VALUE 0.
        01 WS-EST-INDICE PIC 9(3) VALUE 0.
        01 WS-EST-ETAPA PIC 9(1) VALUE 0.
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

        01 WS-CANT-PROFESORES PIC 9(3) VALUE 0.
        01 TABLA-PROFESORES.
        01 WS-TEL-PROF PIC X(20) VALUE SPACES.
        01 WS-TITULO-RECH-IMPRESO PIC X VALUE "N".
        01 WS-TITULO-SINRESP-IMPRESO PIC X VALUE "N".
        01 WS-TITULO-LIBERADOS-IMPRESO PIC X VALUE "N".
        01 WS-CANT-LIBERADOS PIC 9(6) VALUE 0.
        01 WS-IMP-LIBERADOS PIC 9(11)V99 VALUE 0.
        01 WS-CANT-SIGUEN-RETENIDOS PIC 9(6) VALUE 0.
        01 WS-CANT-REEMPLAZADOS PIC 9(6) VALUE 0.
        01 WS-PRET-POSICION PIC 9(4) VALUE 0.
        01 WS-FLAG-RET-POSTERIOR PIC X VALUE "N".
        01 WS-CBU-CONFIRMADO PIC X(22) VALUE SPACES.
        01 WS-FECHA-HORA PIC X(14) VALUE SPACES.

      *  CAMBIOS DE CBU YA CONFIRMADOS POR EL SEGUNDO OPERADOR
        01 WS-CANT-CBU-CONF PIC 9(3) VALUE 0.
        01 TABLA-CBU-CONF.
            02 CBU-CONF OCCURS 500 TIMES INDEXED BY CBUC-INDICE.
                03 CBU-CONF-NUMERO PIC X(5).
                03 CBU-CONF-CBU    PIC X(22).

        01 WS-CANT-RETENIDOS PIC 9(4) VALUE 0.
        01 TABLA-RETENIDOS.
            02 TAB-RETENIDOS OCCURS 1000 TIMES INDEXED BY PRET-INDICE.
                03 TAB-PRET-NUMERO  PIC X(5).
                03 TAB-PRET-DNI     PIC 9(8).
                03 TAB-PRET-CBU     PIC X(22).
                03 TAB-PRET-IMPORTE PIC 9(9)V99.
                03 TAB-PRET-PERIODO PIC 9(6).
                03 TAB-PRET-CORRIDA PIC 9(5).
                03 TAB-PRET-ESTADO  PIC X(1).
                03 TAB-PRET-FECHA-LIBERA PIC X(14).
                03 TAB-PRET-ORIGEN  PIC X(1).

        01 EXCEP-ENCABEZADO.
            03 FILLER      PIC X(20) VALUE SPACES.
            03 EXC-SP-CBU       PIC X(22).
            03 FILLER           PIC X(21) VALUE SPACES.

        01 EXCEP-TITULO-LIBERADOS.
            03 FILLER      PIC X(2) VALUE SPACES.
            03 FILLER      PIC X(50)
                VALUE "Pagos retenidos liberados por CBU confirmado:".
            03 FILLER      PIC X(48) VALUE SPACES.

        01 EXCEP-LINEA-LIBERADO.
            03 FILLER           PIC X(5) VALUE SPACES.
            03 EXC-LIB-NUMERO   PIC X(5).
            03 FILLER           PIC X(1) VALUE SPACES.
            03 EXC-LIB-NOMBRE   PIC X(25).
            03 FILLER           PIC X(1) VALUE SPACES.
            03 EXC-LIB-CBU      PIC X(22).
            03 FILLER           PIC X(1) VALUE SPACES.
            03 EXC-LIB-PERIODO  PIC 9(6).
            03 FILLER           PIC X(1) VALUE SPACES.
            03 EXC-LIB-IMPORTE  PIC Z(8)9,99.
            03 FILLER           PIC X(31) VALUE SPACES.

        01 EXCEP-LINEA-RETENIDOS.
            03 FILLER             PIC X(2) VALUE SPACES.
            03 FILLER             PIC X(20)
                VALUE "Retenidos liberados:".
            03 EXC-TOT-LIBERADOS  PIC Z(5)9.
            03 FILLER             PIC X(2) VALUE SPACES.
            03 EXC-IMP-LIBERADOS  PIC Z(10)9,99.
            03 FILLER             PIC X(26)
                VALUE "  Siguen retenidos (CBU): ".
            03 EXC-TOT-SIGUEN-RET PIC Z(5)9.
            03 FILLER             PIC X(14) VALUE " Reemplazados:".
            03 EXC-TOT-REEMPLAZ   PIC Z(5)9.
            03 FILLER             PIC X(4) VALUE SPACES.

        01 EXCEP-LINEA-TOTALES.
            03 FILLER             PIC X(2) VALUE SPACES.
            03 FILLER             PIC X(10) VALUE "Enviados: ".
        PERFORM 0100-INICIO.
        PERFORM 0200-CARGAR-PROFESORES.
        PERFORM 0300-CARGAR-PAGOS.
        PERFORM 0350-CONTROLAR-ESTADO-PERIODO.
        PERFORM 0360-ABRIR-SALIDAS.
        PERFORM 0400-PROCESAR-RETORNOS UNTIL EOF-RETORNO-BANCO.
        PERFORM 0600-LISTAR-SIN-RESPUESTA.
        PERFORM 0650-LIBERAR-RETENIDOS.
        PERFORM 0700-GRABAR-TRAILER-REPAGO.
        PERFORM 0800-IMPRIMIR-TOTALES.
        PERFORM 0900-ACTUALIZAR-ESTADO-PERIODO.
        PERFORM FIN.
        STOP RUN.

                  STOP RUN
               END-IF
            END-IF.

      *-----------------------------------------------------------*
      *----------    PROFESORES PARA NOMBRE Y TELEFONO  -----------*
                  MOVE PAGO-DET-PERIODO
                       TO TAB-PAGO-PERIODO(WS-CANT-PAGOS)
                  MOVE "P" TO TAB-PAGO-RESPUESTA(WS-CANT-PAGOS)
                  IF WS-EST-PERIODO = 0
                     MOVE PAGO-DET-PERIODO TO WS-EST-PERIODO
                  END-IF
               ELSE
                  DISPLAY "Tabla de pagos desbordada - abortado"
                  STOP RUN
         END-EVALUATE.
         READ PAGO-BANCO AT END MOVE "SI" TO EOF-PAGOS.

      *-----------------------------------------------------------*
      *----------    ESTADO DEL PERIODO DEL ARCHIVO DE     --------*
      *----------    PAGOS: DEBE HABER SIDO ENVIADO Y NO   --------*
      *----------    ESTAR CERRADO                         --------*
      *-----------------------------------------------------------*
        0350-CONTROLAR-ESTADO-PERIODO.
         IF WS-EST-PERIODO > 0
            OPEN INPUT ESTADO-PERIODO
            IF ESTADO-PER-ESTADO = "00"
               PERFORM 0355-CARGAR-UN-ESTADO UNTIL EOF-ESTADO-PERIODO
               CLOSE ESTADO-PERIODO
            END-IF
            IF WS-EST-ETAPA < 3 OR WS-EST-ETAPA > 4
               DISPLAY "Periodo " WS-EST-PERIODO " en etapa "
                       ETAPA-DESC(WS-EST-ETAPA + 1)
               DISPLAY "La conciliacion requiere Pago enviado y "
                       "periodo no cerrado - abortado"
               CLOSE RETORNO-BANCO
               STOP RUN
            END-IF
         END-IF.

        0355-CARGAR-UN-ESTADO.
         READ ESTADO-PERIODO
            AT END MOVE "SI" TO EOF-EPER
            NOT AT END
               IF WS-CANT-EST-PER < 240
                  ADD 1 TO WS-CANT-EST-PER
                  MOVE REG-ESTADO-PERIODO TO EST-PER(WS-CANT-EST-PER)
                  IF EPER-PERIODO = WS-EST-PERIODO
                     MOVE WS-CANT-EST-PER TO WS-EST-INDICE
                     MOVE EPER-ETAPA TO WS-EST-ETAPA
                  END-IF
               ELSE
                  DISPLAY "Tabla de estados de periodo desbordada - "
                          "abortado"
                  STOP RUN
               END-IF
         END-READ.

        0360-ABRIR-SALIDAS.
         OPEN OUTPUT REPAGO-BANCO.
         OPEN OUTPUT EXCEPCIONES.
         WRITE LINEA-EXCEPCIONES FROM EXCEP-ENCABEZADO.

      *-----------------------------------------------------------*
      *----------    RESPUESTAS DEL BANCO CONTRA LOS PAGOS --------*
      *----------    MATCH POR NUMERO + CBU + PERIODO       -------*
            END-IF
         END-PERFORM.

      *-----------------------------------------------------------*
      *----------    PAGOS RETENIDOS POR CAMBIO DE CBU:    --------*
      *----------    CONFIRMADO EL CAMBIO SE REPAGAN AL    --------*
      *----------    CBU NUEVO JUNTO CON LOS REBOTADOS     --------*
      *-----------------------------------------------------------*
        0650-LIBERAR-RETENIDOS.
         OPEN INPUT PAGO-RETENIDO.
         IF PAGO-RETENIDO-ESTADO = "00"
            PERFORM 0655-CARGAR-RETENIDO UNTIL EOF-PAGO-RETENIDO
            CLOSE PAGO-RETENIDO
            OPEN INPUT CAMBIOS-CBU
            IF CAMBIOS-CBU-ESTADO = "00"
               PERFORM 0660-CARGAR-CBU-CONFIRMADO
                       UNTIL EOF-CAMBIOS-CBU
               CLOSE CAMBIOS-CBU
            END-IF
            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-FECHA-HORA
            PERFORM VARYING PRET-INDICE FROM 1 BY 1
                     UNTIL PRET-INDICE > WS-CANT-RETENIDOS
               IF TAB-PRET-ESTADO(PRET-INDICE) = "R"
                  PERFORM 0662-BUSCAR-RETENIDO-POSTERIOR
                  IF WS-FLAG-RET-POSTERIOR = "S"
                     MOVE "X" TO TAB-PRET-ESTADO(PRET-INDICE)
                     MOVE WS-FECHA-HORA
                          TO TAB-PRET-FECHA-LIBERA(PRET-INDICE)
                     ADD 1 TO WS-CANT-REEMPLAZADOS
                  ELSE
                     PERFORM 0665-LIBERAR-UN-RETENIDO
                  END-IF
               END-IF
            END-PERFORM
            OPEN OUTPUT PAGO-RETENIDO
            PERFORM VARYING PRET-INDICE FROM 1 BY 1
                     UNTIL PRET-INDICE > WS-CANT-RETENIDOS
               MOVE TAB-RETENIDOS(PRET-INDICE) TO REG-PAGO-RETENIDO
               WRITE REG-PAGO-RETENIDO
            END-PERFORM
            CLOSE PAGO-RETENIDO
         END-IF.

        0655-CARGAR-RETENIDO.
         READ PAGO-RETENIDO
            AT END MOVE "SI" TO EOF-RETENIDOS
            NOT AT END
               IF WS-CANT-RETENIDOS < 1000
                  ADD 1 TO WS-CANT-RETENIDOS
                  MOVE REG-PAGO-RETENIDO
                       TO TAB-RETENIDOS(WS-CANT-RETENIDOS)
                  IF PRET-ORIGEN-LIQUIDACION
                     MOVE "L" TO TAB-PRET-ORIGEN(WS-CANT-RETENIDOS)
                  END-IF
               ELSE
                  DISPLAY "Tabla de pagos retenidos desbordada - "
                          "abortado"
                  STOP RUN
               END-IF
         END-READ.

        0660-CARGAR-CBU-CONFIRMADO.
         READ CAMBIOS-CBU
            AT END MOVE "SI" TO EOF-CBU
            NOT AT END
               IF CCBU-CONFIRMADO AND WS-CANT-CBU-CONF < 500
                  ADD 1 TO WS-CANT-CBU-CONF
                  MOVE CCBU-NUMERO TO CBU-CONF-NUMERO(WS-CANT-CBU-CONF)
                  MOVE CCBU-CBU-NUEVO TO CBU-CONF-CBU(WS-CANT-CBU-CONF)
               END-IF
         END-READ.

      *  UNA NUEVA LIQUIDACION DEL PERIODO VUELVE A RETENER EL PAGO:
      *  SOLO VALE EL DE LA ULTIMA CORRIDA, LOS ANTERIORES QUEDAN
      *  REEMPLAZADOS SIN PAGARSE. LOS SUPLEMENTOS DE RELIQUIDACION
      *  SON DIFERENCIAS QUE SE SUMAN Y NO REEMPLAZAN A NINGUNO
        0662-BUSCAR-RETENIDO-POSTERIOR.
         MOVE "N" TO WS-FLAG-RET-POSTERIOR.
         PERFORM VARYING WS-PRET-POSICION FROM 1 BY 1
                  UNTIL WS-PRET-POSICION > WS-CANT-RETENIDOS
            IF TAB-PRET-ORIGEN(PRET-INDICE) = "L"
               AND TAB-PRET-ORIGEN(WS-PRET-POSICION) = "L"
               AND TAB-PRET-NUMERO(WS-PRET-POSICION)
                             = TAB-PRET-NUMERO(PRET-INDICE)
               AND TAB-PRET-PERIODO(WS-PRET-POSICION)
                             = TAB-PRET-PERIODO(PRET-INDICE)
               AND TAB-PRET-CORRIDA(WS-PRET-POSICION)
                             > TAB-PRET-CORRIDA(PRET-INDICE)
               AND TAB-PRET-ESTADO(WS-PRET-POSICION) NOT = "X"
               MOVE "S" TO WS-FLAG-RET-POSTERIOR
            END-IF
         END-PERFORM.

        0665-LIBERAR-UN-RETENIDO.
         MOVE SPACES TO WS-CBU-CONFIRMADO.
         PERFORM VARYING CBUC-INDICE FROM 1 BY 1
                  UNTIL CBUC-INDICE > WS-CANT-CBU-CONF
            IF CBU-CONF-NUMERO(CBUC-INDICE)
                             = TAB-PRET-NUMERO(PRET-INDICE)
               MOVE CBU-CONF-CBU(CBUC-INDICE) TO WS-CBU-CONFIRMADO
            END-IF
         END-PERFORM.
         IF WS-CBU-CONFIRMADO = SPACES
            ADD 1 TO WS-CANT-SIGUEN-RETENIDOS
         ELSE
            MOVE "D" TO REPAGO-DET-TIPO
            MOVE TAB-PRET-NUMERO(PRET-INDICE)  TO REPAGO-DET-NUMERO
            MOVE TAB-PRET-DNI(PRET-INDICE)     TO REPAGO-DET-DNI
            MOVE WS-CBU-CONFIRMADO             TO REPAGO-DET-CBU
            MOVE TAB-PRET-IMPORTE(PRET-INDICE) TO REPAGO-DET-IMPORTE
            MOVE TAB-PRET-PERIODO(PRET-INDICE) TO REPAGO-DET-PERIODO
            WRITE REG-REPAGO-DETALLE
            ADD 1 TO WS-REPAGO-CANT
            ADD TAB-PRET-IMPORTE(PRET-INDICE) TO WS-REPAGO-TOTAL
            MOVE "L" TO TAB-PRET-ESTADO(PRET-INDICE)
            MOVE WS-FECHA-HORA TO TAB-PRET-FECHA-LIBERA(PRET-INDICE)
            ADD 1 TO WS-CANT-LIBERADOS
            ADD TAB-PRET-IMPORTE(PRET-INDICE) TO WS-IMP-LIBERADOS
            IF WS-TITULO-LIBERADOS-IMPRESO = "N"
               MOVE "S" TO WS-TITULO-LIBERADOS-IMPRESO
               WRITE LINEA-EXCEPCIONES FROM EXCEP-TITULO-LIBERADOS
            END-IF
            MOVE "DESCONOCIDO" TO WS-NOMBRE-PROF
            PERFORM VARYING PROF-INDICE FROM 1 BY 1
                     UNTIL PROF-INDICE > WS-CANT-PROFESORES
               IF TAB-PROF-NUMERO(PROF-INDICE)
                              = TAB-PRET-NUMERO(PRET-INDICE)
                  MOVE TAB-PROF-NOMBRE(PROF-INDICE) TO WS-NOMBRE-PROF
               END-IF
            END-PERFORM
            MOVE TAB-PRET-NUMERO(PRET-INDICE)  TO EXC-LIB-NUMERO
            MOVE WS-NOMBRE-PROF                TO EXC-LIB-NOMBRE
            MOVE WS-CBU-CONFIRMADO             TO EXC-LIB-CBU
            MOVE TAB-PRET-PERIODO(PRET-INDICE) TO EXC-LIB-PERIODO
            MOVE TAB-PRET-IMPORTE(PRET-INDICE) TO EXC-LIB-IMPORTE
            WRITE LINEA-EXCEPCIONES FROM EXCEP-LINEA-LIBERADO
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0700-GRABAR-TRAILER-REPAGO.
         MOVE WS-IMP-ACEPTADOS  TO EXC-IMP-ACEPTADO.
         MOVE WS-IMP-RECHAZADOS TO EXC-IMP-RECHAZADO.
         WRITE LINEA-EXCEPCIONES FROM EXCEP-LINEA-IMPORTES.
         MOVE WS-CANT-LIBERADOS        TO EXC-TOT-LIBERADOS.
         MOVE WS-IMP-LIBERADOS         TO EXC-IMP-LIBERADOS.
         MOVE WS-CANT-SIGUEN-RETENIDOS TO EXC-TOT-SIGUEN-RET.
         MOVE WS-CANT-REEMPLAZADOS     TO EXC-TOT-REEMPLAZ.
         WRITE LINEA-EXCEPCIONES FROM EXCEP-LINEA-RETENIDOS.

      *-----------------------------------------------------------*
      *----------    RETORNO CONCILIADO: SE SELLA CON LA   --------*
      *----------    CORRIDA QUE LIQUIDO EL PERIODO        --------*
      *-----------------------------------------------------------*
        0900-ACTUALIZAR-ESTADO-PERIODO.
         IF WS-EST-INDICE > 0
            MOVE 4 TO TEP-ETAPA(WS-EST-INDICE)
            MOVE TEP-ETA-CORRIDA(WS-EST-INDICE, 2)
                 TO TEP-ETA-CORRIDA(WS-EST-INDICE, 4)
            MOVE FUNCTION CURRENT-DATE(1:14)
                 TO TEP-ETA-FECHA(WS-EST-INDICE, 4)
            OPEN OUTPUT ESTADO-PERIODO
            PERFORM VARYING TEP-INDICE FROM 1 BY 1
                     UNTIL TEP-INDICE > WS-CANT-EST-PER
               MOVE EST-PER(TEP-INDICE) TO REG-ESTADO-PERIODO
               WRITE REG-ESTADO-PERIODO
            END-PERFORM
            CLOSE ESTADO-PERIODO
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
