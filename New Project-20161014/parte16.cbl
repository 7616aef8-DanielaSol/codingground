        IDENTIFICATION DIVISION.
        PROGRAM-ID. TP.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT PARAM-ESTADO   ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS PARAM-ESTADO-ESTADO.

            SELECT ESTADO-PERIODO ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS ESTADO-PER-ESTADO.

            SELECT BITACORA      ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS BITACORA-ESTADO.

            SELECT LISTADO-ESTADO ASSIGN TO PRINTER
                                  "ListadoEstadoPeriodos.dat".

        DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

        FILE SECTION.

        FD LISTADO-ESTADO LABEL RECORD OMITTED.
        01 LINEA-ESTADO PIC X(100).

      *  ACCION "E": EL ARCHIVO DE PAGOS FUE ENVIADO AL BANCO
      *  ACCION "R": REAPERTURA CONTROLADA, LLEVA EL PERIODO A LA
      *              ETAPA INDICADA; EXIGE OPERADOR Y MOTIVO
        FD PARAM-ESTADO LABEL RECORD IS STANDARD
                        VALUE OF FILE-ID IS "ParamEstadoPeriodo.dat".
        01 REG-PARAM-ESTADO.
            03 PEST-PERIODO.
                05 PEST-ANIO          PIC 9(4).
                05 PEST-MES           PIC 9(2).
            03 PEST-ACCION            PIC X(1).
                88 PEST-PAGO-ENVIADO  VALUE "E".
                88 PEST-REAPERTURA    VALUE "R".
            03 PEST-ETAPA             PIC 9(1).
            03 PEST-OPERADOR          PIC X(10).
            03 PEST-MOTIVO            PIC X(40).

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

        FD BITACORA    LABEL RECORD IS STANDARD
                        VALUE OF FILE-ID IS "BitacoraCorridas.dat".
        01 REG-BITACORA.
            03 BIT-TIPO               PIC X(1).
                88 BIT-REG-CORRIDA    VALUE "C".
                88 BIT-REG-ARCHIVO    VALUE "A".
                88 BIT-REG-ESTADO     VALUE "E".
            03 BIT-CORRIDA            PIC 9(5).
            03 BIT-DATOS              PIC X(75).
            03 BIT-DATOS-ESTADO REDEFINES BIT-DATOS.
                05 BIT-EST-PERIODO    PIC 9(6).
                05 BIT-EST-ACCION     PIC X(1).
                05 BIT-EST-ETAPA-ANT  PIC 9(1).
                05 BIT-EST-ETAPA-NUEVA PIC 9(1).
                05 BIT-EST-OPERADOR   PIC X(10).
                05 BIT-EST-MOTIVO     PIC X(40).
                05 BIT-EST-FECHA      PIC X(14).
                05 FILLER             PIC X(2).

        WORKING-STORAGE SECTION.
        77 PARAM-ESTADO-ESTADO PIC XX.
        77 ESTADO-PER-ESTADO PIC XX.
        77 BITACORA-ESTADO PIC XX.
        77 EOF-PARAM PIC XX VALUE "NO".
            88 EOF-PARAM-ESTADO VALUE "SI".
        77 EOF-EPER PIC XX VALUE "NO".
            88 EOF-ESTADO-PERIODO VALUE "SI".
        77 EOF-BIT PIC XX VALUE "NO".
            88 EOF-BITACORA VALUE "SI".

        01 WS-NRO-CORRIDA PIC 9(5) VALUE 0.
        01 WS-FECHA-HORA PIC X(14) VALUE SPACES.
        01 WS-PERIODO-PEDIDO PIC 9(6) VALUE 0.
        01 WS-ETAPA-ANTERIOR PIC 9(1) VALUE 0.
        01 WS-ETAPA-INDICE PIC 9(1) VALUE 0.
        01 WS-INDICE-HALLADO PIC 9(3) VALUE 0.
        01 WS-MOTIVO-RECHAZO PIC X(50) VALUE SPACES.
        01 WS-CANT-ACEPTADAS PIC 9(5) VALUE 0.
        01 WS-CANT-RECHAZADAS PIC 9(5) VALUE 0.
        01 WS-FLAG-CAMBIOS PIC X VALUE "N".

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
               10 WS-CURRENT-MONTH    PIC X(02).
               10 WS-CURRENT-DAY     PIC X(02).
           05  WS-CURRENT-TIME.
               10 WS-CURRENT-HOUR     PIC  9(2).
               10  WS-CURRENT-MINUTE  PIC  9(2).
               10  WS-CURRENT-SECOND  PIC  9(2).
               10  WS-CURRENT-MS      PIC  9(2).
               10  WS-GMT-SIGN        PIC X(01).
               10  WS-GMT-TIME        PIC X(04).

        01 EST-ENCABEZADO.
            03 FILLER      PIC X(20) VALUE SPACES.
            03 FILLER      PIC X(50)
                VALUE "Estado de los Periodos de Liquidacion".
            03 FILLER      PIC X(30) VALUE SPACES.

        01 EST-TITULO-ACCIONES.
            03 FILLER      PIC X(2) VALUE SPACES.
            03 FILLER      PIC X(40)
                VALUE "Acciones solicitadas:".
            03 FILLER      PIC X(58) VALUE SPACES.

        01 EST-LINEA-ACCION.
            03 FILLER          PIC X(4) VALUE SPACES.
            03 EST-ACC-PERIODO PIC X(6).
            03 FILLER          PIC X(1) VALUE SPACES.
            03 EST-ACC-ACCION  PIC X(12).
            03 FILLER          PIC X(1) VALUE SPACES.
            03 EST-ACC-OPERADOR PIC X(10).
            03 FILLER          PIC X(1) VALUE SPACES.
            03 EST-ACC-RESULTADO PIC X(65).

        01 EST-LINEA-MOTIVO.
            03 FILLER          PIC X(17) VALUE SPACES.
            03 FILLER          PIC X(8) VALUE "Motivo: ".
            03 EST-MOT-TEXTO   PIC X(40).
            03 FILLER          PIC X(35) VALUE SPACES.

        01 EST-LINEA-TOTALES.
            03 FILLER          PIC X(4) VALUE SPACES.
            03 FILLER          PIC X(11) VALUE "Aceptadas: ".
            03 EST-TOT-ACEPTADAS PIC Z(4)9.
            03 FILLER          PIC X(14) VALUE "  Rechazadas: ".
            03 EST-TOT-RECHAZADAS PIC Z(4)9.
            03 FILLER          PIC X(61) VALUE SPACES.

        01 EST-TITULO-PERIODOS.
            03 FILLER      PIC X(2) VALUE SPACES.
            03 FILLER      PIC X(10) VALUE "Periodo".
            03 FILLER      PIC X(22) VALUE "Etapa".
            03 FILLER      PIC X(10) VALUE "Corrida".
            03 FILLER      PIC X(56) VALUE "Fecha y hora".

        01 EST-LINEA-PERIODO.
            03 FILLER          PIC X(2) VALUE SPACES.
            03 EST-PER-MES     PIC 9(2).
            03 FILLER          PIC X(1) VALUE "/".
            03 EST-PER-ANIO    PIC 9(4).
            03 FILLER          PIC X(3) VALUE SPACES.
            03 FILLER          PIC X(7) VALUE "Actual:".
            03 FILLER          PIC X(1) VALUE SPACES.
            03 EST-PER-ETAPA   PIC X(20).
            03 FILLER          PIC X(60) VALUE SPACES.

        01 EST-LINEA-ETAPA.
            03 FILLER          PIC X(12) VALUE SPACES.
            03 EST-ETA-DESC    PIC X(20).
            03 FILLER          PIC X(2) VALUE SPACES.
            03 EST-ETA-CORRIDA PIC 9(5).
            03 FILLER          PIC X(5) VALUE SPACES.
            03 EST-ETA-DIA     PIC X(2).
            03 FILLER          PIC X(1) VALUE "/".
            03 EST-ETA-MES     PIC X(2).
            03 FILLER          PIC X(1) VALUE "/".
            03 EST-ETA-ANIO    PIC X(4).
            03 FILLER          PIC X(1) VALUE SPACES.
            03 EST-ETA-HORA    PIC X(2).
            03 FILLER          PIC X(1) VALUE ":".
            03 EST-ETA-MINUTO  PIC X(2).
            03 FILLER          PIC X(1) VALUE ":".
            03 EST-ETA-SEGUNDO PIC X(2).
            03 FILLER          PIC X(37) VALUE SPACES.

        01 EST-LINEA-BLANCO PIC X(100) VALUE SPACES.

        PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * COMIENZO.

        PERFORM 0100-INICIO.
        PERFORM 0200-CARGAR-ESTADOS.
        PERFORM 0300-PROCESAR-ACCIONES.
        PERFORM 0600-GRABAR-ESTADOS.
        PERFORM 0700-IMPRIMIR-ESTADOS.
        PERFORM FIN.
        STOP RUN.

      *----------    PERFORM INICIO      -------------------------*
      *-----------------------------------------------------------*
        0100-INICIO.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
            MOVE WS-CURRENT-DATE-FIELDS(1:14) TO WS-FECHA-HORA.
            PERFORM 0160-LEER-BITACORA.
            OPEN OUTPUT LISTADO-ESTADO.
            WRITE LINEA-ESTADO FROM EST-ENCABEZADO.

      *-----------------------------------------------------------*
      *----------    ULTIMO NUMERO DE CORRIDA    ------------------*
      *-----------------------------------------------------------*
        0160-LEER-BITACORA.
         OPEN INPUT BITACORA.
         IF BITACORA-ESTADO = "00"
            PERFORM 0165-CARGAR-BITACORA UNTIL EOF-BITACORA
            CLOSE BITACORA
         END-IF.

        0165-CARGAR-BITACORA.
         READ BITACORA
            AT END MOVE "SI" TO EOF-BIT
            NOT AT END
               IF BIT-CORRIDA IS NUMERIC
                              AND BIT-CORRIDA > WS-NRO-CORRIDA
                  MOVE BIT-CORRIDA TO WS-NRO-CORRIDA
               END-IF
         END-READ.

      *-----------------------------------------------------------*
      *----------    ESTADO ACTUAL DE LOS PERIODOS    -------------*
      *-----------------------------------------------------------*
        0200-CARGAR-ESTADOS.
         OPEN INPUT ESTADO-PERIODO.
         IF ESTADO-PER-ESTADO = "00"
            PERFORM 0210-CARGAR-UN-ESTADO UNTIL EOF-ESTADO-PERIODO
            CLOSE ESTADO-PERIODO
         END-IF.

        0210-CARGAR-UN-ESTADO.
         READ ESTADO-PERIODO
            AT END MOVE "SI" TO EOF-EPER
            NOT AT END
               IF WS-CANT-EST-PER < 240
                  ADD 1 TO WS-CANT-EST-PER
                  MOVE REG-ESTADO-PERIODO
                       TO EST-PER(WS-CANT-EST-PER)
               ELSE
                  DISPLAY "Tabla de estados de periodo desbordada - "
                          "abortado"
                  STOP RUN
               END-IF
         END-READ.

      *-----------------------------------------------------------*
      *----------    ACCIONES DEL OPERADOR (OPCIONALES)  ----------*
      *-----------------------------------------------------------*
        0300-PROCESAR-ACCIONES.
         OPEN INPUT PARAM-ESTADO.
         IF PARAM-ESTADO-ESTADO = "00"
            WRITE LINEA-ESTADO FROM EST-TITULO-ACCIONES
            PERFORM 0310-PROCESAR-UNA-ACCION UNTIL EOF-PARAM-ESTADO
            CLOSE PARAM-ESTADO
            MOVE WS-CANT-ACEPTADAS  TO EST-TOT-ACEPTADAS
            MOVE WS-CANT-RECHAZADAS TO EST-TOT-RECHAZADAS
            WRITE LINEA-ESTADO FROM EST-LINEA-TOTALES
            WRITE LINEA-ESTADO FROM EST-LINEA-BLANCO
         END-IF.

        0310-PROCESAR-UNA-ACCION.
         READ PARAM-ESTADO
            AT END MOVE "SI" TO EOF-PARAM
            NOT AT END
               PERFORM 0320-VALIDAR-ACCION
               IF WS-MOTIVO-RECHAZO = SPACES
                  IF PEST-PAGO-ENVIADO
                     PERFORM 0400-MARCAR-PAGO-ENVIADO
                  ELSE
                     PERFORM 0450-REABRIR-PERIODO
                  END-IF
                  PERFORM 0500-GRABAR-BITACORA
                  ADD 1 TO WS-CANT-ACEPTADAS
                  MOVE "S" TO WS-FLAG-CAMBIOS
                  MOVE SPACES TO EST-ACC-RESULTADO
                  STRING "Aceptada: " ETAPA-DESC(WS-ETAPA-ANTERIOR + 1)
                         " -> " ETAPA-DESC(PEST-ETAPA + 1)
                         DELIMITED BY SIZE INTO EST-ACC-RESULTADO
                  END-STRING
               ELSE
                  ADD 1 TO WS-CANT-RECHAZADAS
                  MOVE WS-MOTIVO-RECHAZO TO EST-ACC-RESULTADO
               END-IF
               PERFORM 0350-LISTAR-ACCION
         END-READ.

        0320-VALIDAR-ACCION.
         MOVE SPACES TO WS-MOTIVO-RECHAZO.
         MOVE 0 TO WS-INDICE-HALLADO.
         MOVE 0 TO WS-ETAPA-ANTERIOR.
         IF PEST-PERIODO IS NOT NUMERIC
            OR PEST-MES < 1 OR PEST-MES > 12
            MOVE "Rechazada: periodo invalido" TO WS-MOTIVO-RECHAZO
         ELSE
            MOVE PEST-PERIODO TO WS-PERIODO-PEDIDO
            PERFORM VARYING TEP-INDICE FROM 1 BY 1
                     UNTIL TEP-INDICE > WS-CANT-EST-PER
               IF TEP-PERIODO(TEP-INDICE) = WS-PERIODO-PEDIDO
                  SET WS-INDICE-HALLADO TO TEP-INDICE
                  MOVE TEP-ETAPA(TEP-INDICE) TO WS-ETAPA-ANTERIOR
               END-IF
            END-PERFORM
         END-IF.
         IF WS-MOTIVO-RECHAZO = SPACES AND PEST-OPERADOR = SPACES
            MOVE "Rechazada: falta el operador" TO WS-MOTIVO-RECHAZO
         END-IF.
         IF WS-MOTIVO-RECHAZO = SPACES
            EVALUATE TRUE
               WHEN PEST-PAGO-ENVIADO
                  MOVE 3 TO PEST-ETAPA
                  IF WS-ETAPA-ANTERIOR NOT = 2
                     MOVE SPACES TO WS-MOTIVO-RECHAZO
                     STRING "Rechazada: requiere Liquidado y esta en "
                            ETAPA-DESC(WS-ETAPA-ANTERIOR + 1)
                            DELIMITED BY SIZE INTO WS-MOTIVO-RECHAZO
                     END-STRING
                  END-IF
               WHEN PEST-REAPERTURA
                  IF PEST-MOTIVO = SPACES
                     MOVE "Rechazada: la reapertura exige un motivo"
                          TO WS-MOTIVO-RECHAZO
                  END-IF
                  IF WS-MOTIVO-RECHAZO = SPACES
                     AND (PEST-ETAPA IS NOT NUMERIC OR PEST-ETAPA > 5)
                     MOVE "Rechazada: etapa invalida"
                          TO WS-MOTIVO-RECHAZO
                  END-IF
                  IF WS-MOTIVO-RECHAZO = SPACES
                     AND PEST-ETAPA = WS-ETAPA-ANTERIOR
                     MOVE "Rechazada: el periodo ya esta en esa etapa"
                          TO WS-MOTIVO-RECHAZO
                  END-IF
               WHEN OTHER
                  MOVE "Rechazada: accion invalida"
                       TO WS-MOTIVO-RECHAZO
            END-EVALUATE
         END-IF.
         IF WS-MOTIVO-RECHAZO = SPACES AND WS-INDICE-HALLADO = 0
            PERFORM 0330-AGREGAR-PERIODO
         END-IF.

        0330-AGREGAR-PERIODO.
         IF WS-CANT-EST-PER < 240
            ADD 1 TO WS-CANT-EST-PER
            MOVE WS-CANT-EST-PER TO WS-INDICE-HALLADO
            MOVE WS-PERIODO-PEDIDO TO TEP-PERIODO(WS-INDICE-HALLADO)
            MOVE 0 TO TEP-ETAPA(WS-INDICE-HALLADO)
            PERFORM VARYING WS-ETAPA-INDICE FROM 1 BY 1
                     UNTIL WS-ETAPA-INDICE > 5
               MOVE 0 TO TEP-ETA-CORRIDA(WS-INDICE-HALLADO,
                                         WS-ETAPA-INDICE)
               MOVE SPACES TO TEP-ETA-FECHA(WS-INDICE-HALLADO,
                                            WS-ETAPA-INDICE)
            END-PERFORM
         ELSE
            MOVE "Rechazada: tabla de periodos completa"
                 TO WS-MOTIVO-RECHAZO
         END-IF.

        0350-LISTAR-ACCION.
         MOVE PEST-PERIODO  TO EST-ACC-PERIODO.
         MOVE PEST-OPERADOR TO EST-ACC-OPERADOR.
         EVALUATE TRUE
            WHEN PEST-PAGO-ENVIADO
               MOVE "Pago enviado" TO EST-ACC-ACCION
            WHEN PEST-REAPERTURA
               MOVE "Reapertura"   TO EST-ACC-ACCION
            WHEN OTHER
               MOVE PEST-ACCION    TO EST-ACC-ACCION
         END-EVALUATE.
         WRITE LINEA-ESTADO FROM EST-LINEA-ACCION.
         IF PEST-MOTIVO NOT = SPACES
            MOVE PEST-MOTIVO TO EST-MOT-TEXTO
            WRITE LINEA-ESTADO FROM EST-LINEA-MOTIVO
         END-IF.

      *-----------------------------------------------------------*
      *----------    ARCHIVO DE PAGOS ENVIADO AL BANCO,   ---------*
      *----------    CON LA CORRIDA QUE LIQUIDO EL PERIODO ---------*
      *-----------------------------------------------------------*
        0400-MARCAR-PAGO-ENVIADO.
         MOVE 3 TO TEP-ETAPA(WS-INDICE-HALLADO).
         MOVE TEP-ETA-CORRIDA(WS-INDICE-HALLADO, 2)
              TO TEP-ETA-CORRIDA(WS-INDICE-HALLADO, 3).
         MOVE WS-FECHA-HORA  TO TEP-ETA-FECHA(WS-INDICE-HALLADO, 3).

      *-----------------------------------------------------------*
      *----------    REAPERTURA: SE BORRAN LAS ETAPAS   ------------*
      *----------    POSTERIORES A LA PEDIDA. HACIA    -------------*
      *----------    ADELANTE (PERIODOS ANTERIORES AL  -------------*
      *----------    ARCHIVO DE ESTADOS) SE SELLAN LAS  ------------*
      *----------    ETAPAS FALTANTES, SIN CORRIDA LAS DE  ---------*
      *----------    NOVEDADES Y LIQUIDACION Y CON LA DE   ---------*
      *----------    LIQUIDACION LAS SIGUIENTES            ---------*
      *-----------------------------------------------------------*
        0450-REABRIR-PERIODO.
         PERFORM VARYING WS-ETAPA-INDICE FROM 1 BY 1
                  UNTIL WS-ETAPA-INDICE > 5
            IF WS-ETAPA-INDICE > PEST-ETAPA
               MOVE 0 TO TEP-ETA-CORRIDA(WS-INDICE-HALLADO,
                                         WS-ETAPA-INDICE)
               MOVE SPACES TO TEP-ETA-FECHA(WS-INDICE-HALLADO,
                                            WS-ETAPA-INDICE)
            ELSE
               IF TEP-ETA-FECHA(WS-INDICE-HALLADO, WS-ETAPA-INDICE)
                                                          = SPACES
                  IF WS-ETAPA-INDICE > 2
                     MOVE TEP-ETA-CORRIDA(WS-INDICE-HALLADO, 2)
                          TO TEP-ETA-CORRIDA(WS-INDICE-HALLADO,
                                             WS-ETAPA-INDICE)
                  ELSE
                     MOVE 0 TO TEP-ETA-CORRIDA(WS-INDICE-HALLADO,
                                               WS-ETAPA-INDICE)
                  END-IF
                  MOVE WS-FECHA-HORA
                       TO TEP-ETA-FECHA(WS-INDICE-HALLADO,
                                        WS-ETAPA-INDICE)
               END-IF
            END-IF
         END-PERFORM.
         MOVE PEST-ETAPA TO TEP-ETAPA(WS-INDICE-HALLADO).

      *-----------------------------------------------------------*
      *----------    TODA ACCION QUEDA EN LA BITACORA    ----------*
      *-----------------------------------------------------------*
        0500-GRABAR-BITACORA.
         OPEN EXTEND BITACORA.
         IF BITACORA-ESTADO NOT = "00"
            OPEN OUTPUT BITACORA
         END-IF.
         MOVE "E"               TO BIT-TIPO.
         MOVE WS-NRO-CORRIDA    TO BIT-CORRIDA.
         MOVE SPACES            TO BIT-DATOS.
         MOVE WS-PERIODO-PEDIDO TO BIT-EST-PERIODO.
         MOVE PEST-ACCION       TO BIT-EST-ACCION.
         MOVE WS-ETAPA-ANTERIOR TO BIT-EST-ETAPA-ANT.
         MOVE PEST-ETAPA        TO BIT-EST-ETAPA-NUEVA.
         MOVE PEST-OPERADOR     TO BIT-EST-OPERADOR.
         MOVE PEST-MOTIVO       TO BIT-EST-MOTIVO.
         MOVE WS-FECHA-HORA     TO BIT-EST-FECHA.
         WRITE REG-BITACORA.
         CLOSE BITACORA.

      *-----------------------------------------------------------*
      *----------    REGRABACION DEL ARCHIVO DE ESTADOS   ---------*
      *-----------------------------------------------------------*
        0600-GRABAR-ESTADOS.
         IF WS-FLAG-CAMBIOS = "S"
            OPEN OUTPUT ESTADO-PERIODO
            PERFORM VARYING TEP-INDICE FROM 1 BY 1
                     UNTIL TEP-INDICE > WS-CANT-EST-PER
               MOVE EST-PER(TEP-INDICE) TO REG-ESTADO-PERIODO
               WRITE REG-ESTADO-PERIODO
            END-PERFORM
            CLOSE ESTADO-PERIODO
         END-IF.

      *-----------------------------------------------------------*
      *----------    LISTADO DEL ESTADO DE CADA PERIODO   ---------*
      *-----------------------------------------------------------*
        0700-IMPRIMIR-ESTADOS.
         WRITE LINEA-ESTADO FROM EST-TITULO-PERIODOS.
         PERFORM VARYING TEP-INDICE FROM 1 BY 1
                  UNTIL TEP-INDICE > WS-CANT-EST-PER
            MOVE TEP-PERIODO(TEP-INDICE)(5:2) TO EST-PER-MES
            MOVE TEP-PERIODO(TEP-INDICE)(1:4) TO EST-PER-ANIO
            MOVE ETAPA-DESC(TEP-ETAPA(TEP-INDICE) + 1)
                 TO EST-PER-ETAPA
            WRITE LINEA-ESTADO FROM EST-LINEA-PERIODO
            PERFORM 0710-IMPRIMIR-ETAPA
                    VARYING WS-ETAPA-INDICE FROM 1 BY 1
                    UNTIL WS-ETAPA-INDICE > 5
         END-PERFORM.

        0710-IMPRIMIR-ETAPA.
         IF TEP-ETA-FECHA(TEP-INDICE, WS-ETAPA-INDICE) NOT = SPACES
            MOVE ETAPA-DESC(WS-ETAPA-INDICE + 1) TO EST-ETA-DESC
            MOVE TEP-ETA-CORRIDA(TEP-INDICE, WS-ETAPA-INDICE)
                 TO EST-ETA-CORRIDA
            MOVE TEP-ETA-FECHA(TEP-INDICE, WS-ETAPA-INDICE)(1:4)
                 TO EST-ETA-ANIO
            MOVE TEP-ETA-FECHA(TEP-INDICE, WS-ETAPA-INDICE)(5:2)
                 TO EST-ETA-MES
            MOVE TEP-ETA-FECHA(TEP-INDICE, WS-ETAPA-INDICE)(7:2)
                 TO EST-ETA-DIA
            MOVE TEP-ETA-FECHA(TEP-INDICE, WS-ETAPA-INDICE)(9:2)
                 TO EST-ETA-HORA
            MOVE TEP-ETA-FECHA(TEP-INDICE, WS-ETAPA-INDICE)(11:2)
                 TO EST-ETA-MINUTO
            MOVE TEP-ETA-FECHA(TEP-INDICE, WS-ETAPA-INDICE)(13:2)
                 TO EST-ETA-SEGUNDO
            WRITE LINEA-ESTADO FROM EST-LINEA-ETAPA
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       FIN.
            CLOSE LISTADO-ESTADO.
