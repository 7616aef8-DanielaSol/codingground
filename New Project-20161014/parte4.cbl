                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS PARAM-CIERRE-ESTADO.

            SELECT TIPOS_CLASE    ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS TIPOS_CLASE-ESTADO.

            SELECT RESUMEN-MENSUAL ASSIGN TO DISK
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS RES-CLAVE
                                  FILE STATUS IS RESUMEN-ESTADO.

            SELECT ESTADO-PERIODO ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS ESTADO-PER-ESTADO.

            SELECT CERTIFICADO ASSIGN TO PRINTER
                                  "CierreCertificado.dat".

                05 PARAM-ABIERTO-ANIO PIC 9(4).
                05 PARAM-ABIERTO-MES  PIC 9(2).

        FD TIPOS_CLASE    LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "TiposClase.dat".
        01 REG-TIPOS_CLASE.
           03 TIP-TIP_CLASE       PIC X(4).
           03 TIP-DESC            PIC X(20).
           03 TIP-VIGENCIA-DESDE.
               05 TIP-VIG-ANIO    PIC 9(4).
               05 TIP-VIG-MES     PIC 9(2).
               05 TIP-VIG-DIA     PIC 9(2).
           03 TIP-TARIFA          PIC 9(5)V99.

      *  UN REGISTRO POR ANIO+MES+PROFESOR+SUCURSAL+TIPO DE LOS
      *  PERIODOS CERRADOS; IMPORTE A LA TARIFA VIGENTE EN LA FECHA
      *  DE CADA CLASE
        FD RESUMEN-MENSUAL LABEL RECORD IS STANDARD
                        VALUE OF FILE-ID IS "ResumenMensual.dat".
        01 REG-RESUMEN-MENSUAL.
            03 RES-CLAVE.
                05 RES-ANIO           PIC 9(4).
                05 RES-MES            PIC 9(2).
                05 RES-NUMERO         PIC X(5).
                05 RES-SUCURSAL       PIC X(3).
                05 RES-TIPO-CLASE     PIC X(4).
            03 RES-CANTIDAD           PIC 9(6).
            03 RES-HORAS              PIC 9(7)V99.
            03 RES-IMPORTE            PIC 9(9)V99.

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
        77 MAE-TIMES-ESTADO PIC XX.
        77 MAE-HIST-ESTADO PIC XX.
        77 PARAM-CIERRE-ESTADO PIC XX.
        77 EOF-MAETIMES PIC XX VALUE "NO".
            88 EOF-MAE-TIMES VALUE "SI".
        77 ESTADO-PER-ESTADO PIC XX.
        77 TIPOS_CLASE-ESTADO PIC XX.
        77 RESUMEN-ESTADO PIC XX.
        77 EOF-CLASES PIC XX VALUE "NO".
            88 EOF-TIPOS_CLASE VALUE "SI".
        77 EOF-EPER PIC XX VALUE "NO".
            88 EOF-ESTADO-PERIODO VALUE "SI".

        01 WS-PERIODO-ABIERTO PIC 9(6) VALUE 0.
        01 WS-PERIODO-REG PIC 9(6) VALUE 0.
                03 CIERRE-ANIO-ANIO    PIC 9(4).
                03 CIERRE-ANIO-CANT    PIC 9(6).
                03 CIERRE-ANIO-HORAS   PIC 9(7)V99.
        01 WS-FLAG-ESTADO-ERROR PIC X VALUE "N".
        01 WS-FECHA-COMP PIC 9(8) VALUE 0.
        01 WS-VIG-COMP PIC 9(8) VALUE 0.
        01 WS-MEJOR-VIG PIC 9(8) VALUE 0.
        01 WS-TARIFA-VIGENTE PIC 9(5)V99 VALUE 0.
        01 WS-IMPORTE-REG PIC 9(7)V99 VALUE 0.
        01 WS-CANT-RES-ALTAS PIC 9(6) VALUE 0.
        01 WS-CANT-RES-ACTUALIZADOS PIC 9(6) VALUE 0.
        01 WS-IMPORTE-RESUMEN PIC 9(11)V99 VALUE 0.
        01 WS-CANT-TIPOS PIC 9(3) VALUE 0.
        01 TABLA-TIPOS_CLASE.
            02 TAB-TIPOS_CLASE OCCURS 200 TIMES INDEXED BY TIP-INDICE.
                03 TAB-TIP-TIP_CLASE PIC X(4).
                03 TAB-TIP-VIGENCIA.
                    04 TAB-TIP-VIG-ANIO PIC 9(4).
                    04 TAB-TIP-VIG-MES  PIC 9(2).
                    04 TAB-TIP-VIG-DIA  PIC 9(2).
                03 TAB-TIP-TARIFA PIC 9(5)V99.
        01 WS-EST-ETAPA PIC 9(1) VALUE 0.
        01 WS-CANT-PER-CIERRE PIC 9(3) VALUE 0.
        01 TABLA-PER-CIERRE.
            02 PER-CIERRE OCCURS 120 TIMES INDEXED BY PCI-INDICE.
                03 PCI-PERIODO         PIC 9(6).
                03 PCI-EST-INDICE      PIC 9(3).
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

        01 CERT-ENCABEZADO.
            03 FILLER      PIC X(20) VALUE SPACES.
            03 CERT-TOT-RETEN    PIC Z(5)9.
            03 FILLER            PIC X(25) VALUE SPACES.

        01 CERT-LINEA-RESUMEN.
            03 FILLER            PIC X(2) VALUE SPACES.
            03 FILLER            PIC X(23)
                VALUE "Resumen mensual: altas ".
            03 CERT-RES-ALTAS    PIC Z(5)9.
            03 FILLER            PIC X(17) VALUE "  actualizados   ".
            03 CERT-RES-ACTUAL   PIC Z(5)9.
            03 FILLER            PIC X(11) VALUE "  importe  ".
            03 CERT-RES-IMPORTE  PIC Z(10)9,99.
            03 FILLER            PIC X(12) VALUE SPACES.

        PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * COMIENZO.
        PERFORM 0100-INICIO.
        PERFORM 0300-CLASIFICAR-MAE-TIMES UNTIL EOF-MAE-TIMES.
        PERFORM 0500-CERRAR-CLASIFICACION.
        PERFORM 0600-ACTUALIZAR-ESTADOS.
        PERFORM 0700-IMPRIMIR-CERTIFICADO.
        PERFORM FIN.
        STOP RUN.
      *-----------------------------------------------------------*
        0100-INICIO.
            PERFORM 0110-LEER-PARAMETRO.
            PERFORM 0150-CONTROLAR-ESTADOS.
            PERFORM 0170-CARGAR-TARIFAS.
            OPEN I-O RESUMEN-MENSUAL.
            IF RESUMEN-ESTADO = "35"
               OPEN OUTPUT RESUMEN-MENSUAL
               CLOSE RESUMEN-MENSUAL
               OPEN I-O RESUMEN-MENSUAL
            END-IF.
            IF RESUMEN-ESTADO NOT = "00"
               DISPLAY "Error abriendo ResumenMensual FS: "
                       RESUMEN-ESTADO
               STOP RUN
            END-IF.
            OPEN I-O MAE-TIMES.
            IF MAE-TIMES-ESTADO NOT = "00"
               DISPLAY "Error abriendo MaeTimes FS: " MAE-TIMES-ESTADO
         MOVE PARAM-PERIODO-ABIERTO TO WS-PERIODO-ABIERTO.
         CLOSE PARAM-CIERRE.

      *-----------------------------------------------------------*
      *----------    CADA PERIODO A ARCHIVAR DEBE TENER EL  -------*
      *----------    RETORNO DEL BANCO CONCILIADO           -------*
      *-----------------------------------------------------------*
        0150-CONTROLAR-ESTADOS.
         OPEN INPUT MAE-TIMES.
         IF MAE-TIMES-ESTADO NOT = "00"
            DISPLAY "Error abriendo MaeTimes FS: " MAE-TIMES-ESTADO
            STOP RUN
         END-IF.
         PERFORM 0155-RELEVAR-PERIODO UNTIL EOF-MAE-TIMES.
         CLOSE MAE-TIMES.
         MOVE "NO" TO EOF-MAETIMES.
         OPEN INPUT ESTADO-PERIODO.
         IF ESTADO-PER-ESTADO = "00"
            PERFORM 0165-CARGAR-UN-ESTADO UNTIL EOF-ESTADO-PERIODO
            CLOSE ESTADO-PERIODO
         END-IF.
         PERFORM VARYING PCI-INDICE FROM 1 BY 1
                  UNTIL PCI-INDICE > WS-CANT-PER-CIERRE
            MOVE 0 TO PCI-EST-INDICE(PCI-INDICE)
            MOVE 0 TO WS-EST-ETAPA
            PERFORM VARYING TEP-INDICE FROM 1 BY 1
                     UNTIL TEP-INDICE > WS-CANT-EST-PER
               IF TEP-PERIODO(TEP-INDICE) = PCI-PERIODO(PCI-INDICE)
                  SET PCI-EST-INDICE(PCI-INDICE) TO TEP-INDICE
                  MOVE TEP-ETAPA(TEP-INDICE) TO WS-EST-ETAPA
               END-IF
            END-PERFORM
            IF WS-EST-ETAPA < 4
               DISPLAY "Periodo " PCI-PERIODO(PCI-INDICE)
                       " en etapa " ETAPA-DESC(WS-EST-ETAPA + 1)
                       " - requiere Retorno conciliado"
               MOVE "S" TO WS-FLAG-ESTADO-ERROR
            END-IF
         END-PERFORM.
         IF WS-FLAG-ESTADO-ERROR = "S"
            DISPLAY "Cierre abortado, no se archivo ningun periodo"
            STOP RUN
         END-IF.

        0155-RELEVAR-PERIODO.
         READ MAE-TIMES
            AT END MOVE "SI" TO EOF-MAETIMES
            NOT AT END
               COMPUTE WS-PERIODO-REG =
                          MAE-TIMES-ANIO * 100 + MAE-TIMES-MES
               IF WS-PERIODO-REG < WS-PERIODO-ABIERTO
                  PERFORM 0160-ANOTAR-PERIODO
               END-IF
         END-READ.

        0160-ANOTAR-PERIODO.
         MOVE "N" TO WS-FLAG-CIERRE-HALLADO.
         PERFORM VARYING PCI-INDICE FROM 1 BY 1
                  UNTIL PCI-INDICE > WS-CANT-PER-CIERRE
            IF PCI-PERIODO(PCI-INDICE) = WS-PERIODO-REG
               MOVE "S" TO WS-FLAG-CIERRE-HALLADO
            END-IF
         END-PERFORM.
         IF WS-FLAG-CIERRE-HALLADO = "N"
            IF WS-CANT-PER-CIERRE < 120
               ADD 1 TO WS-CANT-PER-CIERRE
               MOVE WS-PERIODO-REG TO PCI-PERIODO(WS-CANT-PER-CIERRE)
            ELSE
               DISPLAY "Demasiados periodos a archivar - abortado"
               STOP RUN
            END-IF
         END-IF.

        0165-CARGAR-UN-ESTADO.
         READ ESTADO-PERIODO
            AT END MOVE "SI" TO EOF-EPER
            NOT AT END
               IF WS-CANT-EST-PER < 240
                  ADD 1 TO WS-CANT-EST-PER
                  MOVE REG-ESTADO-PERIODO TO EST-PER(WS-CANT-EST-PER)
               ELSE
                  DISPLAY "Tabla de estados de periodo desbordada - "
                          "abortado"
                  STOP RUN
               END-IF
         END-READ.

      *-----------------------------------------------------------*
      *----------    TARIFAS CON VIGENCIA PARA VALORIZAR   --------*
      *----------    EL RESUMEN MENSUAL                    --------*
      *-----------------------------------------------------------*
        0170-CARGAR-TARIFAS.
         OPEN INPUT TIPOS_CLASE.
         IF TIPOS_CLASE-ESTADO NOT = "00"
            DISPLAY "Error abriendo TiposClase FS: " TIPOS_CLASE-ESTADO
            STOP RUN
         END-IF.
         READ TIPOS_CLASE AT END MOVE "SI" TO EOF-CLASES.
         PERFORM 0175-CARGAR-TIPO UNTIL EOF-TIPOS_CLASE.
         CLOSE TIPOS_CLASE.

        0175-CARGAR-TIPO.
         IF WS-CANT-TIPOS < 200
            ADD 1 TO WS-CANT-TIPOS
            MOVE TIP-TIP_CLASE TO TAB-TIP-TIP_CLASE(WS-CANT-TIPOS)
            MOVE TIP-VIG-ANIO  TO TAB-TIP-VIG-ANIO(WS-CANT-TIPOS)
            MOVE TIP-VIG-MES   TO TAB-TIP-VIG-MES(WS-CANT-TIPOS)
            MOVE TIP-VIG-DIA   TO TAB-TIP-VIG-DIA(WS-CANT-TIPOS)
            MOVE TIP-TARIFA    TO TAB-TIP-TARIFA(WS-CANT-TIPOS)
         END-IF.
         READ TIPOS_CLASE AT END MOVE "SI" TO EOF-CLASES.

      *-----------------------------------------------------------*
      *----------    CLASIFICACION DEL MAESTRO    -----------------*
      *-----------------------------------------------------------*
         ADD MAE-TIMES-HORAS TO WS-HORAS-MOVIDAS.
         PERFORM 0380-ACUMULAR-CIERRE-SUC.
         PERFORM 0390-ACUMULAR-CIERRE-ANIO.
         PERFORM 0400-ACTUALIZAR-RESUMEN.

        0360-ABRIR-HISTORICO.
         IF WS-ANIO-HIST-ABIERTO NOT = 0
                 TO CIERRE-ANIO-HORAS(WS-CANT-CIERRE-ANIO)
         END-IF.

      *-----------------------------------------------------------*
      *----------    RESUMEN MENSUAL DEL REGISTRO ARCHIVADO  ------*
      *-----------------------------------------------------------*
        0400-ACTUALIZAR-RESUMEN.
         PERFORM 0410-BUSCAR-TARIFA-VIGENTE.
         MULTIPLY MAE-TIMES-HORAS BY WS-TARIFA-VIGENTE
                  GIVING WS-IMPORTE-REG ROUNDED.
         ADD WS-IMPORTE-REG TO WS-IMPORTE-RESUMEN.
         MOVE MAE-TIMES-ANIO       TO RES-ANIO.
         MOVE MAE-TIMES-MES        TO RES-MES.
         MOVE MAE-TIMES-NUMERO     TO RES-NUMERO.
         MOVE MAE-TIMES-SUCURSAL   TO RES-SUCURSAL.
         MOVE MAE-TIMES-TIPO-CLASE TO RES-TIPO-CLASE.
         READ RESUMEN-MENSUAL
            INVALID KEY
               MOVE 1               TO RES-CANTIDAD
               MOVE MAE-TIMES-HORAS TO RES-HORAS
               MOVE WS-IMPORTE-REG  TO RES-IMPORTE
               WRITE REG-RESUMEN-MENSUAL
               END-WRITE
               ADD 1 TO WS-CANT-RES-ALTAS
            NOT INVALID KEY
               ADD 1               TO RES-CANTIDAD
               ADD MAE-TIMES-HORAS TO RES-HORAS
               ADD WS-IMPORTE-REG  TO RES-IMPORTE
               REWRITE REG-RESUMEN-MENSUAL
               END-REWRITE
               ADD 1 TO WS-CANT-RES-ACTUALIZADOS
         END-READ.

        0410-BUSCAR-TARIFA-VIGENTE.
         COMPUTE WS-FECHA-COMP = MAE-TIMES-ANIO * 10000
                                + MAE-TIMES-MES * 100
                                + MAE-TIMES-DIA.
         MOVE 0 TO WS-MEJOR-VIG.
         MOVE 0 TO WS-TARIFA-VIGENTE.
         PERFORM VARYING TIP-INDICE FROM 1 BY 1
                  UNTIL TIP-INDICE > WS-CANT-TIPOS
            IF TAB-TIP-TIP_CLASE(TIP-INDICE) = MAE-TIMES-TIPO-CLASE
               COMPUTE WS-VIG-COMP =
                          TAB-TIP-VIG-ANIO(TIP-INDICE) * 10000
                        + TAB-TIP-VIG-MES(TIP-INDICE) * 100
                        + TAB-TIP-VIG-DIA(TIP-INDICE)
               IF WS-VIG-COMP <= WS-FECHA-COMP
                            AND WS-VIG-COMP >= WS-MEJOR-VIG
                  MOVE WS-VIG-COMP TO WS-MEJOR-VIG
                  MOVE TAB-TIP-TARIFA(TIP-INDICE) TO WS-TARIFA-VIGENTE
               END-IF
            END-IF
         END-PERFORM.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0500-CERRAR-CLASIFICACION.
            CLOSE MAE-HIST
         END-IF.
         CLOSE MAE-TIMES.
         CLOSE RESUMEN-MENSUAL.

      *-----------------------------------------------------------*
      *----------    PERIODOS ARCHIVADOS QUEDAN CERRADOS   --------*
      *-----------------------------------------------------------*
        0600-ACTUALIZAR-ESTADOS.
         IF WS-CANT-PER-CIERRE > 0
            PERFORM VARYING PCI-INDICE FROM 1 BY 1
                     UNTIL PCI-INDICE > WS-CANT-PER-CIERRE
               SET TEP-INDICE TO PCI-EST-INDICE(PCI-INDICE)
               IF TEP-ETAPA(TEP-INDICE) < 5
                  MOVE 5 TO TEP-ETAPA(TEP-INDICE)
                  MOVE TEP-ETA-CORRIDA(TEP-INDICE, 2)
                       TO TEP-ETA-CORRIDA(TEP-INDICE, 5)
                  MOVE FUNCTION CURRENT-DATE(1:14)
                       TO TEP-ETA-FECHA(TEP-INDICE, 5)
               END-IF
            END-PERFORM
            OPEN OUTPUT ESTADO-PERIODO
            PERFORM VARYING TEP-INDICE FROM 1 BY 1
                     UNTIL TEP-INDICE > WS-CANT-EST-PER
               MOVE EST-PER(TEP-INDICE) TO REG-ESTADO-PERIODO
               WRITE REG-ESTADO-PERIODO
            END-PERFORM
            CLOSE ESTADO-PERIODO
         END-IF.

      *-----------------------------------------------------------*
      *----------    CERTIFICADO DE CIERRE    ---------------------*
         MOVE WS-HORAS-MOVIDAS  TO CERT-TOT-HORAS.
         MOVE WS-CANT-RETENIDOS TO CERT-TOT-RETEN.
         WRITE LINEA-CERTIFICADO FROM CERT-LINEA-TOTALES.
         MOVE WS-CANT-RES-ALTAS        TO CERT-RES-ALTAS.
         MOVE WS-CANT-RES-ACTUALIZADOS TO CERT-RES-ACTUAL.
         MOVE WS-IMPORTE-RESUMEN       TO CERT-RES-IMPORTE.
         WRITE LINEA-CERTIFICADO FROM CERT-LINEA-RESUMEN.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
