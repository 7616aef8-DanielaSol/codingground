        IDENTIFICATION DIVISION.
        PROGRAM-ID. TP.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT MOV-CTA-CTE    ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS MOV-CTA-CTE-ESTADO.

            SELECT CTA-CTE        ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS CTA-CTE-ESTADO.

            SELECT CTA-CTE-MOV    ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS CTA-CTE-MOV-ESTADO.

            SELECT PROFESORES     ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS PROFESORES-ESTADO.

            SELECT LOG-MAESTROS   ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS LOG-MAESTROS-ESTADO.

            SELECT LISTADO-CTA ASSIGN TO PRINTER
                                  "ListadoCtaCte.dat".

        DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

        FILE SECTION.

        FD LISTADO-CTA LABEL RECORD OMITTED.
        01 LINEA-LISTADO-CTA PIC X(91).

      *  MOVIMIENTOS DE CUENTA CORRIENTE
      *  A = ANTICIPO (UNA CUOTA), P = PRESTAMO EN N CUOTAS,
      *  C = PLAN DE CUOTAS SOBRE UN ITEM EXISTENTE (ID),
      *  J = AJUSTE MANUAL: "+" AUMENTA LA DEUDA (ID 0 = ITEM
      *      NUEVO), "-" LA REDUCE Y REQUIERE EL ID DEL ITEM
      *  PERIODO DESDE EN CERO = EL PERIODO DE LA FECHA
        FD MOV-CTA-CTE LABEL RECORD IS STANDARD
                        VALUE OF FILE-ID IS "MovCtaCte.dat".
        01 REG-MOV-CTA-CTE.
            03 MCC-TIPO               PIC X(1).
                88 MCC-ANTICIPO       VALUE "A".
                88 MCC-PRESTAMO       VALUE "P".
                88 MCC-PLAN-CUOTAS    VALUE "C".
                88 MCC-AJUSTE         VALUE "J".
            03 MCC-NUMERO             PIC X(5).
            03 MCC-ID                 PIC 9(6).
            03 MCC-FECHA.
                05 MCC-ANIO           PIC 9(4).
                05 MCC-MES            PIC 9(2).
                05 MCC-DIA            PIC 9(2).
            03 MCC-CONCEPTO           PIC X(20).
            03 MCC-IMPORTE            PIC 9(9)V99.
            03 MCC-SIGNO              PIC X(1).
            03 MCC-CUOTAS             PIC 9(2).
            03 MCC-PERIODO-DESDE      PIC 9(6).
            03 MCC-OPERADOR           PIC X(10).

      *  CUENTA CORRIENTE DEL PROFESOR: UN REGISTRO POR ANTICIPO,
      *  PRESTAMO O AJUSTE CON SU SALDO Y LAS CUOTAS QUE RESTAN
        FD CTA-CTE     LABEL RECORD IS STANDARD
                        VALUE OF FILE-ID IS "CtaCteProf.dat".
        01 REG-CTA-CTE.
            03 CCTE-NUMERO            PIC X(5).
            03 CCTE-ID                PIC 9(6).
            03 CCTE-TIPO              PIC X(1).
                88 CCTE-ANTICIPO      VALUE "A".
                88 CCTE-PRESTAMO      VALUE "P".
                88 CCTE-AJUSTE        VALUE "J".
            03 CCTE-FECHA             PIC 9(8).
            03 CCTE-CONCEPTO          PIC X(20).
            03 CCTE-IMPORTE           PIC 9(9)V99.
            03 CCTE-PERIODO-DESDE     PIC 9(6).
            03 CCTE-CUOTAS-REST       PIC 9(2).
            03 CCTE-SALDO             PIC 9(9)V99.
            03 CCTE-ESTADO            PIC X(1).
                88 CCTE-PENDIENTE     VALUE "P".
                88 CCTE-CANCELADO     VALUE "C".

      *  MAYOR DE LA CUENTA CORRIENTE: DEBE = DEUDA DEL PROFESOR,
      *  HABER = DESCUENTOS Y AJUSTES A FAVOR
        FD CTA-CTE-MOV LABEL RECORD IS STANDARD
                        VALUE OF FILE-ID IS "CtaCteMovim.dat".
        01 REG-CTA-CTE-MOV.
            03 CCMV-NUMERO            PIC X(5).
            03 CCMV-PERIODO           PIC 9(6).
            03 CCMV-FECHA             PIC 9(8).
            03 CCMV-TIPO              PIC X(1).
                88 CCMV-DESCUENTO     VALUE "D".
            03 CCMV-ID                PIC 9(6).
            03 CCMV-CONCEPTO          PIC X(20).
            03 CCMV-DEBE              PIC 9(9)V99.
            03 CCMV-HABER             PIC 9(9)V99.
            03 CCMV-CORRIDA           PIC 9(5).

        FD PROFESORES     LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "Profesores.dat".
        01 REG-PROFESORES.
            03 PROF-NUMERO            PIC X(5).
            03 PROF-DNI               PIC 9(8).
            03 PROF-NOMBRE            PIC X(25).
            03 PROF-DIRE              PIC X(20).
            03 PROF-TEL               PIC X(20).
            03 PROF-CBU               PIC X(22).

        FD LOG-MAESTROS   LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "LogMaestros.dat".
        01 REG-LOG-MAESTROS.
            03 LOG-FECHA              PIC 9(8).
            03 LOG-HORA               PIC 9(6).
            03 LOG-OPERADOR           PIC X(10).
            03 LOG-ENTIDAD            PIC X(1).
            03 LOG-ACCION             PIC X(1).
            03 LOG-CLAVE              PIC X(12).
            03 LOG-IMAGEN-ANTES       PIC X(100).
            03 LOG-IMAGEN-DESPUES     PIC X(100).

        WORKING-STORAGE SECTION.
        77 MOV-CTA-CTE-ESTADO PIC XX.
        77 CTA-CTE-ESTADO PIC XX.
        77 CTA-CTE-MOV-ESTADO PIC XX.
        77 PROFESORES-ESTADO PIC XX.
        77 LOG-MAESTROS-ESTADO PIC XX.
        77 EOF-MOVCC PIC XX VALUE "NO".
            88 EOF-MOV-CTA-CTE VALUE "SI".
        77 EOF-CTA PIC XX VALUE "NO".
            88 EOF-CTA-CTE VALUE "SI".
        77 EOF-PROF PIC XX VALUE "NO".
            88 EOF-PROFESORES VALUE "SI".

        01 WS-CANT-PROFESORES PIC 9(3) VALUE 0.
        01 WS-CANT-CTA-CTE PIC 9(4) VALUE 0.
        01 WS-CANT-APLICADAS PIC 9(5) VALUE 0.
        01 WS-CANT-RECHAZADAS PIC 9(5) VALUE 0.
        01 WS-ULTIMO-ID PIC 9(6) VALUE 0.
        01 WS-TOTAL-DEBE PIC 9(11)V99 VALUE 0.
        01 WS-TOTAL-HABER PIC 9(11)V99 VALUE 0.

        01 WS-MOV-VALIDO PIC X VALUE "S".
            88 MOVIMIENTO-VALIDO VALUE "S".
            88 MOVIMIENTO-INVALIDO VALUE "N".
        01 WS-MOTIVO-RECHAZO PIC X(40) VALUE SPACES.
        01 WS-FLAG-HALLADO PIC X VALUE "N".
        01 WS-INDICE-HALLADO PIC 9(4) VALUE 0.
        01 WS-ITEM-NUEVO PIC X VALUE "N".
        01 WS-PERIODO-MOV PIC 9(6) VALUE 0.
        01 WS-PER-ANIO PIC 9(4) VALUE 0.
        01 WS-PER-MES PIC 9(2) VALUE 0.
        01 WS-IMAGEN-ANTES PIC X(100) VALUE SPACES.
        01 WS-IMAGEN-DESPUES PIC X(100) VALUE SPACES.
        01 WS-CLAVE-LOG.
            03 WS-CLAVE-NUMERO PIC X(5).
            03 WS-CLAVE-ID     PIC 9(6).
            03 FILLER          PIC X(1) VALUE SPACES.

        01 WS-FECHA-VALIDA PIC X VALUE "N".
            88 FECHA-VALIDA VALUE "S".
        01 WS-VAL-ANIO PIC 9(4) VALUE 0.
        01 WS-VAL-MES PIC 9(2) VALUE 0.
        01 WS-VAL-DIA PIC 9(2) VALUE 0.
        01 WS-VAL-DIA-TOPE PIC 9(2) VALUE 0.
        01 WS-RESTO-BISIESTO PIC 9(4) VALUE 0.
        01 WS-COCIENTE-BISIESTO PIC 9(4) VALUE 0.
        01 WS-RESTO-SIGLO PIC 9(4) VALUE 0.
        01 WS-RESTO-CUATROCIENTOS PIC 9(4) VALUE 0.

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

        01 TABLA-PROFESORES.
            02 TAB-PROFESORES OCCURS 500 TIMES INDEXED BY PROF-INDICE.
                03 TAB-PROF-NUMERO PIC X(5).

        01 TABLA-CTA-CTE.
            02 TAB-CTA OCCURS 1000 TIMES INDEXED BY CTA-INDICE.
                03 TAB-CTA-NUMERO     PIC X(5).
                03 TAB-CTA-ID         PIC 9(6).
                03 TAB-CTA-TIPO       PIC X(1).
                03 TAB-CTA-FECHA      PIC 9(8).
                03 TAB-CTA-CONCEPTO   PIC X(20).
                03 TAB-CTA-IMPORTE    PIC 9(9)V99.
                03 TAB-CTA-DESDE      PIC 9(6).
                03 TAB-CTA-CUOTAS     PIC 9(2).
                03 TAB-CTA-SALDO      PIC 9(9)V99.
                03 TAB-CTA-ESTADO     PIC X(1).

      *  IMAGEN DE UN ITEM PARA EL LOG DE MAESTROS
        01 WS-IMAGEN-ITEM.
            03 IMG-NUMERO         PIC X(5).
            03 IMG-ID             PIC 9(6).
            03 IMG-TIPO           PIC X(1).
            03 IMG-FECHA          PIC 9(8).
            03 IMG-CONCEPTO       PIC X(20).
            03 IMG-IMPORTE        PIC 9(9)V99.
            03 IMG-DESDE          PIC 9(6).
            03 IMG-CUOTAS         PIC 9(2).
            03 IMG-SALDO          PIC 9(9)V99.
            03 IMG-ESTADO         PIC X(1).

        01 PCTA-ENCABEZADO.
            03 FILLER      PIC X(20) VALUE SPACES.
            03 FILLER      PIC X(47)
                VALUE "Movimientos de Cuenta Corriente de Profesores".
            03 FILLER      PIC X(24) VALUE SPACES.

        01 PCTA-LINEA-DETALLE.
            03 FILLER           PIC X(2) VALUE SPACES.
            03 PCTA-DET-RESULT  PIC X(9).
            03 FILLER           PIC X(2) VALUE SPACES.
            03 PCTA-DET-TIPO    PIC X(1).
            03 FILLER           PIC X(2) VALUE SPACES.
            03 PCTA-DET-NUMERO  PIC X(5).
            03 FILLER           PIC X(1) VALUE SPACES.
            03 PCTA-DET-ID      PIC Z(5)9.
            03 FILLER           PIC X(1) VALUE SPACES.
            03 PCTA-DET-IMPORTE PIC Z(8)9,99.
            03 FILLER           PIC X(1) VALUE SPACES.
            03 PCTA-DET-CUOTAS  PIC Z9.
            03 FILLER           PIC X(2) VALUE SPACES.
            03 PCTA-DET-MOTIVO  PIC X(40).
            03 FILLER           PIC X(5) VALUE SPACES.

        01 PCTA-LINEA-TOTALES.
            03 FILLER             PIC X(2) VALUE SPACES.
            03 FILLER             PIC X(11) VALUE "Aplicados: ".
            03 PCTA-TOT-APLICADAS PIC Z(4)9.
            03 FILLER             PIC X(4) VALUE SPACES.
            03 FILLER             PIC X(12) VALUE "Rechazados: ".
            03 PCTA-TOT-RECHAZADAS PIC Z(4)9.
            03 FILLER             PIC X(52) VALUE SPACES.

        01 PCTA-LINEA-IMPORTES.
            03 FILLER             PIC X(2) VALUE SPACES.
            03 FILLER             PIC X(14) VALUE "Total debe:   ".
            03 PCTA-TOT-DEBE      PIC Z(10)9,99.
            03 FILLER             PIC X(4) VALUE SPACES.
            03 FILLER             PIC X(14) VALUE "Total haber:  ".
            03 PCTA-TOT-HABER     PIC Z(10)9,99.
            03 FILLER             PIC X(29) VALUE SPACES.

        PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * COMIENZO.

        PERFORM 0100-INICIO.
        PERFORM 0200-CARGAR-TABLAS.
        PERFORM 0300-PROCESAR-MOVIMIENTOS UNTIL EOF-MOV-CTA-CTE.
        PERFORM 0700-REGRABAR-CTA-CTE.
        PERFORM 0800-IMPRIMIR-TOTALES.
        PERFORM FIN.
        STOP RUN.

      *----------    PERFORM INICIO      -------------------------*
      *-----------------------------------------------------------*
        0100-INICIO.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
            OPEN INPUT MOV-CTA-CTE.
            IF MOV-CTA-CTE-ESTADO NOT = "00"
               DISPLAY "Error abriendo MovCtaCte FS: "
                       MOV-CTA-CTE-ESTADO
               STOP RUN
            END-IF.
            OPEN INPUT PROFESORES.
            IF PROFESORES-ESTADO NOT = "00"
               DISPLAY "Error abriendo Profesores FS: "
                       PROFESORES-ESTADO
               STOP RUN
            END-IF.
            OPEN INPUT CTA-CTE.
            IF CTA-CTE-ESTADO = "35"
               MOVE "SI" TO EOF-CTA
            ELSE
               IF CTA-CTE-ESTADO NOT = "00"
                  DISPLAY "Error abriendo CtaCteProf FS: "
                          CTA-CTE-ESTADO
                  STOP RUN
               END-IF
            END-IF.
            OPEN EXTEND CTA-CTE-MOV.
            IF CTA-CTE-MOV-ESTADO NOT = "00"
               OPEN OUTPUT CTA-CTE-MOV
            END-IF.
            OPEN EXTEND LOG-MAESTROS.
            IF LOG-MAESTROS-ESTADO NOT = "00"
               OPEN OUTPUT LOG-MAESTROS
            END-IF.
            OPEN OUTPUT LISTADO-CTA.
            WRITE LINEA-LISTADO-CTA FROM PCTA-ENCABEZADO.

      *-----------------------------------------------------------*
      *----------    PROFESORES Y CUENTA CORRIENTE    -------------*
      *-----------------------------------------------------------*
        0200-CARGAR-TABLAS.
         READ PROFESORES AT END MOVE "SI" TO EOF-PROF.
         PERFORM 0210-CARGAR-PROFESOR UNTIL EOF-PROFESORES.
         CLOSE PROFESORES.
         IF NOT EOF-CTA-CTE
            READ CTA-CTE AT END MOVE "SI" TO EOF-CTA
            END-READ
            PERFORM 0220-CARGAR-ITEM UNTIL EOF-CTA-CTE
            CLOSE CTA-CTE
         END-IF.

        0210-CARGAR-PROFESOR.
         IF WS-CANT-PROFESORES < 500
            ADD 1 TO WS-CANT-PROFESORES
            MOVE PROF-NUMERO TO TAB-PROF-NUMERO(WS-CANT-PROFESORES)
         ELSE
            DISPLAY "Tabla de profesores desbordada - abortado"
            STOP RUN
         END-IF.
         READ PROFESORES AT END MOVE "SI" TO EOF-PROF.

        0220-CARGAR-ITEM.
         IF WS-CANT-CTA-CTE < 1000
            ADD 1 TO WS-CANT-CTA-CTE
            SET CTA-INDICE TO WS-CANT-CTA-CTE
            MOVE CCTE-NUMERO        TO TAB-CTA-NUMERO(CTA-INDICE)
            MOVE CCTE-ID            TO TAB-CTA-ID(CTA-INDICE)
            MOVE CCTE-TIPO          TO TAB-CTA-TIPO(CTA-INDICE)
            MOVE CCTE-FECHA         TO TAB-CTA-FECHA(CTA-INDICE)
            MOVE CCTE-CONCEPTO      TO TAB-CTA-CONCEPTO(CTA-INDICE)
            MOVE CCTE-IMPORTE       TO TAB-CTA-IMPORTE(CTA-INDICE)
            MOVE CCTE-PERIODO-DESDE TO TAB-CTA-DESDE(CTA-INDICE)
            MOVE CCTE-CUOTAS-REST   TO TAB-CTA-CUOTAS(CTA-INDICE)
            MOVE CCTE-SALDO         TO TAB-CTA-SALDO(CTA-INDICE)
            MOVE CCTE-ESTADO        TO TAB-CTA-ESTADO(CTA-INDICE)
            IF CCTE-ID > WS-ULTIMO-ID
               MOVE CCTE-ID TO WS-ULTIMO-ID
            END-IF
         ELSE
            DISPLAY "Tabla de cuenta corriente desbordada - abortado"
            STOP RUN
         END-IF.
         READ CTA-CTE AT END MOVE "SI" TO EOF-CTA.

      *-----------------------------------------------------------*
      *----------    PROCESO DE LOS MOVIMIENTOS    ----------------*
      *-----------------------------------------------------------*
        0300-PROCESAR-MOVIMIENTOS.
         READ MOV-CTA-CTE
            AT END MOVE "SI" TO EOF-MOVCC
            NOT AT END
               MOVE "S" TO WS-MOV-VALIDO
               MOVE SPACES TO WS-MOTIVO-RECHAZO
               PERFORM 0400-VALIDAR-MOVIMIENTO
               IF MOVIMIENTO-VALIDO
                  PERFORM 0500-APLICAR-MOVIMIENTO
               END-IF
               PERFORM 0600-IMPRIMIR-RESULTADO
         END-READ.

      *-----------------------------------------------------------*
      *----------    VALIDACION DEL MOVIMIENTO    -----------------*
      *-----------------------------------------------------------*
        0400-VALIDAR-MOVIMIENTO.
         IF NOT MCC-ANTICIPO AND NOT MCC-PRESTAMO
            AND NOT MCC-PLAN-CUOTAS AND NOT MCC-AJUSTE
            MOVE "N" TO WS-MOV-VALIDO
            MOVE "Tipo de movimiento desconocido" TO WS-MOTIVO-RECHAZO
         END-IF.
         IF MOVIMIENTO-VALIDO
            MOVE "N" TO WS-FLAG-HALLADO
            PERFORM VARYING PROF-INDICE FROM 1 BY 1
                     UNTIL PROF-INDICE > WS-CANT-PROFESORES
               IF TAB-PROF-NUMERO(PROF-INDICE) = MCC-NUMERO
                  MOVE "S" TO WS-FLAG-HALLADO
               END-IF
            END-PERFORM
            IF WS-FLAG-HALLADO = "N"
               MOVE "N" TO WS-MOV-VALIDO
               MOVE "Profesor inexistente" TO WS-MOTIVO-RECHAZO
            END-IF
         END-IF.
         IF MOVIMIENTO-VALIDO
            MOVE MCC-ANIO TO WS-VAL-ANIO
            MOVE MCC-MES  TO WS-VAL-MES
            MOVE MCC-DIA  TO WS-VAL-DIA
            PERFORM 0550-VALIDAR-FECHA
            IF NOT FECHA-VALIDA
               MOVE "N" TO WS-MOV-VALIDO
               MOVE "Fecha invalida" TO WS-MOTIVO-RECHAZO
            END-IF
         END-IF.
         IF MOVIMIENTO-VALIDO
            IF MCC-PERIODO-DESDE IS NOT NUMERIC
               MOVE "N" TO WS-MOV-VALIDO
               MOVE "Periodo desde invalido" TO WS-MOTIVO-RECHAZO
            ELSE
               IF MCC-PERIODO-DESDE = 0
                  COMPUTE WS-PERIODO-MOV = MCC-ANIO * 100 + MCC-MES
               ELSE
                  MOVE MCC-PERIODO-DESDE TO WS-PERIODO-MOV
                  DIVIDE WS-PERIODO-MOV BY 100 GIVING WS-PER-ANIO
                         REMAINDER WS-PER-MES
                  IF WS-PER-MES < 1 OR WS-PER-MES > 12
                     MOVE "N" TO WS-MOV-VALIDO
                     MOVE "Periodo desde invalido"
                          TO WS-MOTIVO-RECHAZO
                  END-IF
               END-IF
            END-IF
         END-IF.
         IF MOVIMIENTO-VALIDO AND NOT MCC-PLAN-CUOTAS
            IF MCC-IMPORTE IS NOT NUMERIC
               MOVE "N" TO WS-MOV-VALIDO
               MOVE "Importe no numerico" TO WS-MOTIVO-RECHAZO
            ELSE
               IF MCC-IMPORTE = 0
                  MOVE "N" TO WS-MOV-VALIDO
                  MOVE "Importe en cero" TO WS-MOTIVO-RECHAZO
               END-IF
            END-IF
         END-IF.
         IF MOVIMIENTO-VALIDO
            IF MCC-CUOTAS IS NOT NUMERIC
               MOVE "N" TO WS-MOV-VALIDO
               MOVE "Cuotas no numericas" TO WS-MOTIVO-RECHAZO
            ELSE
               IF (MCC-PRESTAMO OR MCC-PLAN-CUOTAS) AND MCC-CUOTAS = 0
                  MOVE "N" TO WS-MOV-VALIDO
                  MOVE "Cantidad de cuotas en cero"
                       TO WS-MOTIVO-RECHAZO
               END-IF
            END-IF
         END-IF.
         IF MOVIMIENTO-VALIDO AND MCC-AJUSTE
            IF MCC-SIGNO NOT = "+" AND MCC-SIGNO NOT = "-"
               MOVE "N" TO WS-MOV-VALIDO
               MOVE "Signo del ajuste invalido" TO WS-MOTIVO-RECHAZO
            END-IF
         END-IF.
      *  UN ANTICIPO O PRESTAMO YA CARGADO NO SE REGISTRA DE NUEVO
         IF MOVIMIENTO-VALIDO AND (MCC-ANTICIPO OR MCC-PRESTAMO)
            PERFORM VARYING CTA-INDICE FROM 1 BY 1
                     UNTIL CTA-INDICE > WS-CANT-CTA-CTE
               IF TAB-CTA-NUMERO(CTA-INDICE) = MCC-NUMERO
                  AND TAB-CTA-TIPO(CTA-INDICE) = MCC-TIPO
                  AND TAB-CTA-FECHA(CTA-INDICE) = MCC-FECHA
                  AND TAB-CTA-IMPORTE(CTA-INDICE) = MCC-IMPORTE
                  AND TAB-CTA-CONCEPTO(CTA-INDICE) = MCC-CONCEPTO
                  MOVE "N" TO WS-MOV-VALIDO
                  MOVE "Movimiento ya registrado" TO WS-MOTIVO-RECHAZO
               END-IF
            END-PERFORM
         END-IF.
      *  PLAN DE CUOTAS Y AJUSTES SOBRE UN ITEM EXISTENTE
         MOVE "S" TO WS-ITEM-NUEVO.
         IF MOVIMIENTO-VALIDO
            IF MCC-PLAN-CUOTAS OR (MCC-AJUSTE AND MCC-SIGNO = "-")
               OR (MCC-AJUSTE AND MCC-ID IS NUMERIC AND MCC-ID > 0)
               MOVE "N" TO WS-ITEM-NUEVO
               PERFORM 0450-BUSCAR-ITEM
               IF WS-INDICE-HALLADO = 0
                  MOVE "N" TO WS-MOV-VALIDO
                  MOVE "Item de cuenta corriente inexistente"
                       TO WS-MOTIVO-RECHAZO
               END-IF
            END-IF
         END-IF.
         IF MOVIMIENTO-VALIDO AND WS-ITEM-NUEVO = "N"
            IF MCC-PLAN-CUOTAS
               AND TAB-CTA-ESTADO(WS-INDICE-HALLADO) NOT = "P"
               MOVE "N" TO WS-MOV-VALIDO
               MOVE "Item cancelado, sin saldo a financiar"
                    TO WS-MOTIVO-RECHAZO
            END-IF
            IF MCC-AJUSTE AND MCC-SIGNO = "-"
               AND MCC-IMPORTE > TAB-CTA-SALDO(WS-INDICE-HALLADO)
               MOVE "N" TO WS-MOV-VALIDO
               MOVE "Ajuste mayor que el saldo del item"
                    TO WS-MOTIVO-RECHAZO
            END-IF
         END-IF.

        0450-BUSCAR-ITEM.
         MOVE 0 TO WS-INDICE-HALLADO.
         IF MCC-ID IS NUMERIC
            PERFORM VARYING CTA-INDICE FROM 1 BY 1
                     UNTIL CTA-INDICE > WS-CANT-CTA-CTE
               IF TAB-CTA-ID(CTA-INDICE) = MCC-ID
                  AND TAB-CTA-NUMERO(CTA-INDICE) = MCC-NUMERO
                  SET WS-INDICE-HALLADO TO CTA-INDICE
               END-IF
            END-PERFORM
         END-IF.

      *-----------------------------------------------------------*
      *----------    ITEM NUEVO O CAMBIO SOBRE UNO EXISTENTE ------*
      *----------    CADA MOVIMIENTO PASA AL MAYOR           ------*
      *-----------------------------------------------------------*
        0500-APLICAR-MOVIMIENTO.
         IF WS-ITEM-NUEVO = "S"
            IF WS-CANT-CTA-CTE NOT < 1000
               MOVE "N" TO WS-MOV-VALIDO
               MOVE "Tabla de cuenta corriente llena"
                    TO WS-MOTIVO-RECHAZO
            ELSE
               MOVE SPACES TO WS-IMAGEN-ANTES
               ADD 1 TO WS-ULTIMO-ID
               ADD 1 TO WS-CANT-CTA-CTE
               MOVE WS-CANT-CTA-CTE TO WS-INDICE-HALLADO
               SET CTA-INDICE TO WS-INDICE-HALLADO
               MOVE MCC-NUMERO     TO TAB-CTA-NUMERO(CTA-INDICE)
               MOVE WS-ULTIMO-ID   TO TAB-CTA-ID(CTA-INDICE)
               MOVE MCC-TIPO       TO TAB-CTA-TIPO(CTA-INDICE)
               MOVE MCC-FECHA      TO TAB-CTA-FECHA(CTA-INDICE)
               MOVE MCC-CONCEPTO   TO TAB-CTA-CONCEPTO(CTA-INDICE)
               MOVE MCC-IMPORTE    TO TAB-CTA-IMPORTE(CTA-INDICE)
               MOVE WS-PERIODO-MOV TO TAB-CTA-DESDE(CTA-INDICE)
               IF MCC-PRESTAMO
                  MOVE MCC-CUOTAS  TO TAB-CTA-CUOTAS(CTA-INDICE)
               ELSE
                  MOVE 1           TO TAB-CTA-CUOTAS(CTA-INDICE)
               END-IF
               MOVE MCC-IMPORTE    TO TAB-CTA-SALDO(CTA-INDICE)
               MOVE "P"            TO TAB-CTA-ESTADO(CTA-INDICE)
               MOVE MCC-IMPORTE    TO CCMV-DEBE
               MOVE 0              TO CCMV-HABER
               MOVE "A"            TO LOG-ACCION
            END-IF
         ELSE
            SET CTA-INDICE TO WS-INDICE-HALLADO
            PERFORM 0510-ARMAR-IMAGEN
            MOVE WS-IMAGEN-ITEM TO WS-IMAGEN-ANTES
            MOVE 0 TO CCMV-DEBE
            MOVE 0 TO CCMV-HABER
            IF MCC-PLAN-CUOTAS
               MOVE MCC-CUOTAS TO TAB-CTA-CUOTAS(CTA-INDICE)
               IF MCC-PERIODO-DESDE NOT = 0
                  MOVE WS-PERIODO-MOV TO TAB-CTA-DESDE(CTA-INDICE)
               END-IF
            ELSE
               IF MCC-SIGNO = "+"
                  ADD MCC-IMPORTE TO TAB-CTA-SALDO(CTA-INDICE)
                  MOVE "P" TO TAB-CTA-ESTADO(CTA-INDICE)
                  IF TAB-CTA-CUOTAS(CTA-INDICE) = 0
                     MOVE 1 TO TAB-CTA-CUOTAS(CTA-INDICE)
                  END-IF
                  MOVE MCC-IMPORTE TO CCMV-DEBE
               ELSE
                  SUBTRACT MCC-IMPORTE FROM TAB-CTA-SALDO(CTA-INDICE)
                  IF TAB-CTA-SALDO(CTA-INDICE) = 0
                     MOVE "C" TO TAB-CTA-ESTADO(CTA-INDICE)
                     MOVE 0 TO TAB-CTA-CUOTAS(CTA-INDICE)
                  END-IF
                  MOVE MCC-IMPORTE TO CCMV-HABER
               END-IF
            END-IF
            MOVE "M" TO LOG-ACCION
         END-IF.
         IF MOVIMIENTO-VALIDO
            MOVE MCC-NUMERO  TO CCMV-NUMERO
            COMPUTE CCMV-PERIODO = MCC-ANIO * 100 + MCC-MES
            MOVE MCC-FECHA   TO CCMV-FECHA
            MOVE MCC-TIPO    TO CCMV-TIPO
            MOVE TAB-CTA-ID(CTA-INDICE) TO CCMV-ID
            IF MCC-CONCEPTO = SPACES
               MOVE TAB-CTA-CONCEPTO(CTA-INDICE) TO CCMV-CONCEPTO
            ELSE
               MOVE MCC-CONCEPTO TO CCMV-CONCEPTO
            END-IF
            MOVE 0           TO CCMV-CORRIDA
            WRITE REG-CTA-CTE-MOV
            ADD CCMV-DEBE  TO WS-TOTAL-DEBE
            ADD CCMV-HABER TO WS-TOTAL-HABER
            PERFORM 0510-ARMAR-IMAGEN
            MOVE WS-IMAGEN-ITEM TO WS-IMAGEN-DESPUES
            PERFORM 0650-GRABAR-LOG-MAESTROS
         END-IF.

        0510-ARMAR-IMAGEN.
         MOVE TAB-CTA-NUMERO(CTA-INDICE)   TO IMG-NUMERO.
         MOVE TAB-CTA-ID(CTA-INDICE)       TO IMG-ID.
         MOVE TAB-CTA-TIPO(CTA-INDICE)     TO IMG-TIPO.
         MOVE TAB-CTA-FECHA(CTA-INDICE)    TO IMG-FECHA.
         MOVE TAB-CTA-CONCEPTO(CTA-INDICE) TO IMG-CONCEPTO.
         MOVE TAB-CTA-IMPORTE(CTA-INDICE)  TO IMG-IMPORTE.
         MOVE TAB-CTA-DESDE(CTA-INDICE)    TO IMG-DESDE.
         MOVE TAB-CTA-CUOTAS(CTA-INDICE)   TO IMG-CUOTAS.
         MOVE TAB-CTA-SALDO(CTA-INDICE)    TO IMG-SALDO.
         MOVE TAB-CTA-ESTADO(CTA-INDICE)   TO IMG-ESTADO.

      *-----------------------------------------------------------*
      *----------    FECHA VALIDA (ANIO BISIESTO INCLUIDO)  -------*
      *-----------------------------------------------------------*
        0550-VALIDAR-FECHA.
         MOVE "N" TO WS-FECHA-VALIDA.
         IF WS-VAL-ANIO IS NUMERIC AND WS-VAL-MES IS NUMERIC
                                   AND WS-VAL-DIA IS NUMERIC
            IF WS-VAL-ANIO >= 1900 AND WS-VAL-ANIO <= 2099
               AND WS-VAL-MES >= 1 AND WS-VAL-MES <= 12
               EVALUATE WS-VAL-MES
                  WHEN 1 WHEN 3 WHEN 5 WHEN 7
                  WHEN 8 WHEN 10 WHEN 12
                     MOVE 31 TO WS-VAL-DIA-TOPE
                  WHEN 4 WHEN 6 WHEN 9 WHEN 11
                     MOVE 30 TO WS-VAL-DIA-TOPE
                  WHEN 2
                     DIVIDE WS-VAL-ANIO BY 4
                            GIVING WS-COCIENTE-BISIESTO
                            REMAINDER WS-RESTO-BISIESTO
                     DIVIDE WS-VAL-ANIO BY 100
                            GIVING WS-COCIENTE-BISIESTO
                            REMAINDER WS-RESTO-SIGLO
                     DIVIDE WS-VAL-ANIO BY 400
                            GIVING WS-COCIENTE-BISIESTO
                            REMAINDER WS-RESTO-CUATROCIENTOS
                     IF (WS-RESTO-BISIESTO = 0
                            AND WS-RESTO-SIGLO NOT = 0)
                        OR WS-RESTO-CUATROCIENTOS = 0
                        MOVE 29 TO WS-VAL-DIA-TOPE
                     ELSE
                        MOVE 28 TO WS-VAL-DIA-TOPE
                     END-IF
               END-EVALUATE
               IF WS-VAL-DIA >= 1 AND WS-VAL-DIA <= WS-VAL-DIA-TOPE
                  MOVE "S" TO WS-FECHA-VALIDA
               END-IF
            END-IF
         END-IF.

      *-----------------------------------------------------------*
      *----------    LISTADO APLICADOS / RECHAZADOS    ------------*
      *-----------------------------------------------------------*
        0600-IMPRIMIR-RESULTADO.
         IF MOVIMIENTO-VALIDO
            ADD 1 TO WS-CANT-APLICADAS
            MOVE "Aplicado " TO PCTA-DET-RESULT
            MOVE TAB-CTA-ID(CTA-INDICE) TO PCTA-DET-ID
         ELSE
            ADD 1 TO WS-CANT-RECHAZADAS
            MOVE "Rechazado" TO PCTA-DET-RESULT
            IF MCC-ID IS NUMERIC
               MOVE MCC-ID TO PCTA-DET-ID
            ELSE
               MOVE 0 TO PCTA-DET-ID
            END-IF
         END-IF.
         MOVE MCC-TIPO   TO PCTA-DET-TIPO.
         MOVE MCC-NUMERO TO PCTA-DET-NUMERO.
         IF MCC-IMPORTE IS NUMERIC
            MOVE MCC-IMPORTE TO PCTA-DET-IMPORTE
         ELSE
            MOVE 0 TO PCTA-DET-IMPORTE
         END-IF.
         IF MCC-CUOTAS IS NUMERIC
            MOVE MCC-CUOTAS TO PCTA-DET-CUOTAS
         ELSE
            MOVE 0 TO PCTA-DET-CUOTAS
         END-IF.
         MOVE WS-MOTIVO-RECHAZO TO PCTA-DET-MOTIVO.
         WRITE LINEA-LISTADO-CTA FROM PCTA-LINEA-DETALLE.

      *-----------------------------------------------------------*
      *----------    LOG PERMANENTE DE CAMBIOS A MAESTROS  --------*
      *----------    ENTIDAD "K": CUENTA CORRIENTE         --------*
      *-----------------------------------------------------------*
        0650-GRABAR-LOG-MAESTROS.
         MOVE WS-CURRENT-DATE TO LOG-FECHA.
         MOVE WS-CURRENT-DATE-FIELDS(9:6) TO LOG-HORA.
         MOVE MCC-OPERADOR      TO LOG-OPERADOR.
         MOVE "K"               TO LOG-ENTIDAD.
         MOVE TAB-CTA-NUMERO(CTA-INDICE) TO WS-CLAVE-NUMERO.
         MOVE TAB-CTA-ID(CTA-INDICE)     TO WS-CLAVE-ID.
         MOVE WS-CLAVE-LOG      TO LOG-CLAVE.
         MOVE WS-IMAGEN-ANTES   TO LOG-IMAGEN-ANTES.
         MOVE WS-IMAGEN-DESPUES TO LOG-IMAGEN-DESPUES.
         WRITE REG-LOG-MAESTROS.

      *-----------------------------------------------------------*
      *----------    REGRABACION DE LA CUENTA CORRIENTE    --------*
      *-----------------------------------------------------------*
        0700-REGRABAR-CTA-CTE.
         OPEN OUTPUT CTA-CTE.
         PERFORM VARYING CTA-INDICE FROM 1 BY 1
                  UNTIL CTA-INDICE > WS-CANT-CTA-CTE
            MOVE TAB-CTA-NUMERO(CTA-INDICE)   TO CCTE-NUMERO
            MOVE TAB-CTA-ID(CTA-INDICE)       TO CCTE-ID
            MOVE TAB-CTA-TIPO(CTA-INDICE)     TO CCTE-TIPO
            MOVE TAB-CTA-FECHA(CTA-INDICE)    TO CCTE-FECHA
            MOVE TAB-CTA-CONCEPTO(CTA-INDICE) TO CCTE-CONCEPTO
            MOVE TAB-CTA-IMPORTE(CTA-INDICE)  TO CCTE-IMPORTE
            MOVE TAB-CTA-DESDE(CTA-INDICE)    TO CCTE-PERIODO-DESDE
            MOVE TAB-CTA-CUOTAS(CTA-INDICE)   TO CCTE-CUOTAS-REST
            MOVE TAB-CTA-SALDO(CTA-INDICE)    TO CCTE-SALDO
            MOVE TAB-CTA-ESTADO(CTA-INDICE)   TO CCTE-ESTADO
            WRITE REG-CTA-CTE
         END-PERFORM.
         CLOSE CTA-CTE.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0800-IMPRIMIR-TOTALES.
         MOVE WS-CANT-APLICADAS  TO PCTA-TOT-APLICADAS.
         MOVE WS-CANT-RECHAZADAS TO PCTA-TOT-RECHAZADAS.
         WRITE LINEA-LISTADO-CTA FROM PCTA-LINEA-TOTALES.
         MOVE WS-TOTAL-DEBE  TO PCTA-TOT-DEBE.
         MOVE WS-TOTAL-HABER TO PCTA-TOT-HABER.
         WRITE LINEA-LISTADO-CTA FROM PCTA-LINEA-IMPORTES.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       FIN.
            CLOSE MOV-CTA-CTE.
            CLOSE CTA-CTE-MOV.
            CLOSE LISTADO-CTA.
            CLOSE LOG-MAESTROS.
