      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.        PDCUOTAS.
       AUTHOR.            JOSE LUIS MARTINEZ.
       DATE-WRITTEN.      14/10/2026.

      *****************************************************************
      *   EMISION MENSUAL DE CUOTAS DE ATRASOS                        *
      *                                                               *
      *   LOS ATRASOS MAYORES AL UMBRAL DE PDCUOTAS.PRM NO SE PAGAN   *
      *   DE UNA VEZ: PDACTSAL (O PDCONSOL) LOS REGISTRA EN EL LIBRO  *
      *   DE CUOTAS CUOTAS.DAT Y SOLO TRANSMITE LA PRIMERA CUOTA.     *
      *   ESTE PROGRAMA CORRE UNA VEZ POR PERIODO (AAAAMM) Y ARMA LA  *
      *   INTERFAZ DE ATRASOS (SALIDA-INTERFAZ.TXT, MISMO FORMATO     *
      *   H/D/T QUE PDACTSAL) CON LAS CUOTAS QUE VENCEN EN EL         *
      *   PERIODO, PARA QUE EL BANCO LAS PAGUE Y PDRETBAN LAS         *
      *   LIQUIDE EN EL LIBRO:                                        *
      *                                                               *
      *   - CUOTA DEL PERIODO = CUOTAS TRANSCURRIDAS DESDE EL INICIO  *
      *     DEL PLAN X MONTO DE CUOTA, MENOS LO YA PAGADO EN EL PLAN; *
      *     UNA CUOTA RECHAZADA SE ACUMULA ASI A LA SIGUIENTE. LA     *
      *     ULTIMA CUOTA LLEVA TODO EL PENDIENTE                      *
      *   - UN PLAN CON UNA CUOTA AUN EN TRANSITO (SIN RESPUESTA DEL  *
      *     BANCO) NO EMITE OTRA HASTA QUE PDRETBAN LA LIQUIDE. SI LA *
      *     EMITIO ESTE MISMO JOB (CORRIDA CAIDA ANTES DE GRABAR      *
      *     PDCUOTAS.HIS) SE REEMITE EN LA NUEVA INTERFAZ             *
      *   - UN PLAN YA EMITIDO EN EL PERIODO (ALTA DE PDACTSAL EN EL  *
      *     MISMO MES) NO SE EMITE DE NUEVO                           *
      *   - SALIDA-CUOTAS.TXT: LIBRO COMPLETO (TOTAL, PAGADO,         *
      *     PENDIENTE Y CUOTA EMITIDA POR EMPLEADO) CON SUS TOTALES   *
      *   - PDCUOTAS.HIS: UNA LINEA POR PERIODO EMITIDO; UN PERIODO   *
      *     YA EMITIDO SE RECHAZA SIN TOCAR LA INTERFAZ NI EL LIBRO   *
      *                                                               *
      *   EL PERIODO SALE DE CUP-PERIODO (PDCUOTAS.PRM); EN BLANCO ES *
      *   EL MES DE LA FECHA DE EJECUCION. EL HEADER DE LA INTERFAZ   *
      *   LLEVA COMO JOB-ID 'CU' + AAAAMM.                            *
      *                                                               *
      *   CONDITION CODE PARA EL SCHEDULER:                           *
      *     00 = CUOTAS DEL PERIODO EMITIDAS                          *
      *     04 = EMITIDAS, PERO HAY PLANES CON UNA CUOTA ANTERIOR     *
      *          AUN EN TRANSITO (VER REPORTE)                        *
      *     08 = PERIODO YA EMITIDO O PERIODO INVALIDO, NO SE EMITE   *
      *          O LA INTERFAZ ANTERIOR AUN NO FUE LIQUIDADA POR      *
      *          PDRETBAN (CONTROL DEL CICLO, PDCICLO.DAT)            *
      *     12 = ERROR DE ARCHIVO (REQUIERE SOPORTE)                  *
      *****************************************************************

      *****************************************************************
      *                                                               *
      *             E N V I R O N M E N T  D I V I S I O N            *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-3090.
       OBJECT-COMPUTER.   IBM-3090.
       SPECIAL-NAMES.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *****************************************************************
      *   LIBRO DE CUOTAS DE ATRASOS POR EMPLEADO (VER PDACTSAL)      *
      *****************************************************************
           SELECT CUOTAS
           ASSIGN TO '../CUOTAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUO-ID-EMP-KEY
           FILE STATUS IS WFS-CUOTAS.

      *****************************************************************
      *   POLITICA DE CUOTAS (UMBRAL, NUMERO DE CUOTAS Y PERIODO)     *
      *****************************************************************
           SELECT PARCUOTA
           ASSIGN TO '../PDCUOTAS.PRM'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-PARCUOTA.

      *****************************************************************
      *        INTERFAZ DE ATRASOS PARA EL BANCO (CUOTAS DEL MES)     *
      *****************************************************************
           SELECT SALIDA-INTERFAZ
           ASSIGN TO '../SALIDA-INTERFAZ.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-INTERFAZ.

      *****************************************************************
      *          REPORTE DEL LIBRO DE CUOTAS DEL PERIODO              *
      *****************************************************************
           SELECT SALIDA-CUOTAS
           ASSIGN TO '../SALIDA-CUOTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-REPCUOTAS.

      *****************************************************************
      *   HISTORICO DE PERIODOS EMITIDOS: UNA LINEA POR PERIODO       *
      *   (ACUMULADO, SE ABRE EN EXTEND)                              *
      *****************************************************************
           SELECT CUOTAS-HIST
           ASSIGN TO '../PDCUOTAS.HIS'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-CUOTAS-HIST.

      *****************************************************************
      *   CONTROL DEL CICLO DE AUMENTOS: UN REGISTRO POR JOB-ID CON   *
      *   EL ESTADO DE CADA PASO DEL STREAM (VER WRE-REG-CICLO)       *
      *****************************************************************
           SELECT CICLO
           ASSIGN TO '../PDCICLO.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIC-JOB-ID-KEY
           FILE STATUS IS WFS-CICLO.

      *****************************************************************
      *   BITACORA DE OPERACIONES DEL SCHEDULER (PDACTSAL.LOG): AQUI  *
      *   SOLO SE ANOTA EL RECHAZO DE UN PASO FUERA DE SECUENCIA      *
      *****************************************************************
           SELECT SALIDA-OPLOG
           ASSIGN TO '../PDACTSAL.LOG'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-OPLOG.

      *****************************************************************
      *                                                               *
      *                     D A T A  D I V I S I O N                  *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  CUOTAS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REG-CUOTAS.
      *    MISMO TRAZADO QUE REG-CUOTAS DE PDACTSAL.
       01  REG-CUOTAS.
           05 CUO-ID-EMP-KEY                PIC X(05).
           05 CUO-NOMBRE                    PIC X(20).
           05 CUO-DEPARTAMENTO              PIC X(04).
           05 CUO-JOB-ID                    PIC X(08).
           05 CUO-FECHA-EFECTIVA            PIC 9(08).
           05 CUO-PERIODO-INICIO            PIC 9(06).
           05 CUO-NUM-CUOTAS                PIC 9(02).
           05 CUO-MONTO-CUOTA               PIC 9(09)V99.
           05 CUO-TOTAL                     PIC 9(09)V99.
           05 CUO-PAGADO                    PIC 9(09)V99.
           05 CUO-PAGADO-BASE               PIC 9(09)V99.
           05 CUO-PENDIENTE                 PIC 9(09)V99.
           05 CUO-EN-TRANSITO               PIC 9(09)V99.
           05 CUO-PERIODO-ULTIMO            PIC 9(06).
           05 CUO-CUOTAS-PAGADAS            PIC 9(03).
           05 CUO-RECHAZOS                  PIC 9(03).
           05 CUO-ESTADO                    PIC X(01).
           05 CUO-APORTE-JOB                PIC 9(09)V99.
           05 CUO-JOB-EMISION               PIC X(08).

       FD  PARCUOTA
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-PARCUOTA.
       01  REG-PARCUOTA                     PIC X(19).

       FD  SALIDA-INTERFAZ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-INTERFAZ.
       01  REG-INTERFAZ                     PIC X(50).

       FD  SALIDA-CUOTAS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-REPCUOTAS.
       01  REG-REPCUOTAS                    PIC X(100).

       FD  CUOTAS-HIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-CUOTAS-HIST.
       01  REG-CUOTAS-HIST                  PIC X(50).

       FD  CICLO
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REG-CICLO.
       01  REG-CICLO.
           05 CIC-JOB-ID-KEY                PIC X(08).
           05 FILLER                        PIC X(152).

       FD  SALIDA-OPLOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-OPLOG.
       01  REG-OPLOG                        PIC X(80).

      *****************************************************************
      *                      WORKING-STORAGE SECTION                  *
      *****************************************************************
       WORKING-STORAGE SECTION.

      *****************************************************************
      *      ESTRUCTURA DE LA POLITICA (MISMO TRAZADO QUE PDACTSAL)   *
      *****************************************************************
       01  WRE-REG-PARCUOTA.
           05 CUP-UMBRAL                    PIC 9(09)V99.
           05 CUP-NUM-CUOTAS                PIC 9(02).
           05 CUP-PERIODO                   PIC X(06).

      *****************************************************************
      *   ESTRUCTURAS DE LA INTERFAZ (MISMO TRAZADO QUE WRE-REG-INT-* *
      *   DE PDACTSAL)                                                *
      *****************************************************************
       01  WRE-REG-INT-H.
           05 INTH-TIPO                     PIC X(01) VALUE 'H'.
           05 INTH-JOB-ID                   PIC X(08).
           05 INTH-FECHA                    PIC 9(08).
           05 FILLER                        PIC X(33) VALUE SPACES.

       01  WRE-REG-INT-D.
           05 INTD-TIPO                     PIC X(01) VALUE 'D'.
           05 INTD-ID-EMP                   PIC X(05).
           05 INTD-NOMBRE                   PIC X(20).
           05 INTD-DEPARTAMENTO             PIC X(04).
           05 INTD-ARREARS                  PIC 9(09)V99.
           05 INTD-FECHA-EFECTIVA           PIC 9(08).
           05 FILLER                        PIC X(01) VALUE SPACES.

       01  WRE-REG-INT-T.
           05 INTT-TIPO                     PIC X(01) VALUE 'T'.
           05 INTT-REGISTROS                PIC 9(06).
           05 INTT-SUMA-ARREARS             PIC 9(11)V99.
           05 FILLER                        PIC X(30) VALUE SPACES.

      *****************************************************************
      *   ESTRUCTURA DEL HISTORICO DE PERIODOS (PDCUOTAS.HIS):        *
      *   PERIODO EMITIDO, FECHA, CUOTAS EMITIDAS, SUMA EMITIDA Y     *
      *   CONDITION CODE CON QUE TERMINO LA EMISION                   *
      *****************************************************************
       01  WRE-REG-HIST.
           05 HIS-PERIODO                   PIC 9(06).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 HIS-FECHA                     PIC 9(08).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 HIS-EMITIDAS                  PIC 9(06).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 HIS-SUMA-EMITIDA              PIC 9(11)V99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 HIS-RETORNO                   PIC 9(02).
           05 FILLER                        PIC X(11) VALUE SPACES.

      *****************************************************************
      *                    VARIABLES FILE STATUS                      *
      *****************************************************************
       01  W-FILE-STATUS.
           05 WFS-CUOTAS                    PIC X(02) VALUE SPACES.
           05 WFS-PARCUOTA                  PIC X(02) VALUE SPACES.
           05 WFS-INTERFAZ                  PIC X(02) VALUE SPACES.
           05 WFS-REPCUOTAS                 PIC X(02) VALUE SPACES.
           05 WFS-CUOTAS-HIST               PIC X(02) VALUE SPACES.
           05 WFS-CICLO                     PIC X(02) VALUE SPACES.
           05 WFS-OPLOG                     PIC X(02) VALUE SPACES.

      *****************************************************************
      *                           SWTICHES                            *
      *****************************************************************
       01  W-SWITCHES.
           05 WS-FIN-CUOTAS                 PIC X(01) VALUE 'N'.

      *****************************************************************
      *   PERIODO A EMITIR Y CALCULO DE LA CUOTA VENCIDA (MISMA REGLA *
      *   QUE 3056 DE PDACTSAL Y PDCONSOL)                            *
      *****************************************************************
       01  W-CUOTAS.
           05 WCU-PERIODO                   PIC 9(06) VALUE ZEROES.
           05 WCU-PERIODO-DESC REDEFINES WCU-PERIODO.
              10 WCU-PERIODO-ANIO           PIC 9(04).
              10 WCU-PERIODO-MES            PIC 9(02).
           05 WCU-INICIO                    PIC 9(06) VALUE ZEROES.
           05 WCU-INICIO-DESC REDEFINES WCU-INICIO.
              10 WCU-INICIO-ANIO            PIC 9(04).
              10 WCU-INICIO-MES             PIC 9(02).
           05 WCU-VENCIDAS                  PIC S9(05) VALUE ZEROES.
           05 WCU-DEBIDO                    PIC S9(11)V99 VALUE ZEROES.
           05 WCU-MONTO-PAGO                PIC 9(09)V99 VALUE ZEROES.

      *****************************************************************
      *                         ACUMULADORES                          *
      *****************************************************************
       01  W-ACUMULADOR.
           05 WA-LEIDO-PLANES               PIC 9(06) VALUE ZEROES.
           05 WA-PLANES-ACTIVOS             PIC 9(06) VALUE ZEROES.
           05 WA-PLANES-LIQUIDADOS          PIC 9(06) VALUE ZEROES.
           05 WA-EN-TRANSITO                PIC 9(06) VALUE ZEROES.
           05 WA-YA-EMITIDAS                PIC 9(06) VALUE ZEROES.
           05 WA-EMITIDAS                   PIC 9(06) VALUE ZEROES.
           05 WA-REEMITIDAS                 PIC 9(06) VALUE ZEROES.
           05 WA-PERIODOS-PREVIOS           PIC 9(06) VALUE ZEROES.
           05 WA-SUMA-EMITIDA               PIC 9(11)V99 VALUE ZEROES.
           05 WA-SUMA-TOTAL                 PIC 9(11)V99 VALUE ZEROES.
           05 WA-SUMA-PAGADO                PIC 9(11)V99 VALUE ZEROES.
           05 WA-SUMA-PENDIENTE             PIC 9(11)V99 VALUE ZEROES.
           05 WA-SUMA-TRANSITO              PIC 9(11)V99 VALUE ZEROES.

      *****************************************************************
      *   CONDITION CODE (VER CABECERA). SE INICIALIZA EN 12 IGUAL    *
      *   QUE PDACTSAL: UN ABORTE NO CLASIFICADO PIDE SOPORTE         *
      *****************************************************************
       01  W-RETORNO.
           05 W-COD-RETORNO                 PIC 9(02) VALUE 12.

      *****************************************************************
      *              LINEA Y CAMPOS EDITADOS DEL REPORTE              *
      *****************************************************************
       01  W-LINEA-CUOTAS                   PIC X(100) VALUE SPACES.

       01  W-CUOTAS-EDITADO.
           05 WCE-CONTEO                    PIC ZZZ,ZZ9.
           05 WCE-CONTEO-B                  PIC ZZZ,ZZ9.
           05 WCE-MONTO                     PIC ZZZ,ZZZ,ZZ9.99.
           05 WCE-MONTO-B                   PIC ZZZ,ZZZ,ZZ9.99.
           05 WCE-MONTO-C                   PIC ZZZ,ZZZ,ZZ9.99.
           05 WCE-MONTO-D                   PIC ZZZ,ZZZ,ZZ9.99.
           05 WCE-SUMA                      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WCE-SUMA-B                    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WCE-SITUACION                 PIC X(14).

       01  W-IDENTIFICACION-CORRIDA.
           05 WS-JOB-ID                     PIC X(08) VALUE SPACES.

       01  W-FECHA-EJECUCION                PIC 9(08) VALUE ZEROES.

      *****************************************************************
      *   JOB-ID DE LA INTERFAZ QUE ESTA EN SALIDA-INTERFAZ.TXT ANTES *
      *   DE EMITIR (LA QUE ESTA EMISION VA A REEMPLAZAR)             *
      *****************************************************************
       01  W-INTERFAZ-PREVIA.
           05 WS-JOB-INTERFAZ               PIC X(08) VALUE SPACES.

      *****************************************************************
      *   ESTRUCTURA DEL CONTROL DEL CICLO (PDCICLO.DAT): UN PASO POR *
      *   PROGRAMA DEL STREAM, EN EL ORDEN DE W-PASOS-CICLO.          *
      *   CIC-ESTADO: ' ' PENDIENTE, 'E' EN PROCESO, 'T' TERMINADO    *
      *   (CONDITION CODE 00/04), 'X' TERMINADO CON ERROR (08 O MAS). *
      *   UN PASO QUE QUEDA EN 'E' ES UNA CORRIDA CAIDA SIN CERRAR.   *
      *   CIC-MODO: MODO DE LA CORRIDA DE PDACTSAL (N/A/D/P/R/C) O    *
      *   FUNCION DE PDCONAUD (C/A/V); EN BLANCO PARA LOS DEMAS       *
      *****************************************************************
       01  WRE-REG-CICLO.
           05 CIC-JOB-ID                    PIC X(08).
           05 CIC-PASO OCCURS 8 TIMES.
              10 CIC-ESTADO                 PIC X(01).
              10 CIC-MODO                   PIC X(01).
              10 CIC-FECHA                  PIC 9(08).
              10 CIC-HORA                   PIC X(06).
              10 CIC-RETORNO                PIC 9(02).
           05 FILLER                        PIC X(08).

      *****************************************************************
      *          PASOS DEL STREAM DEL CICLO (SUBINDICE DE CIC-PASO)   *
      *****************************************************************
       01  W-PASOS-CICLO.
           05 WCP-MANTEMP                   PIC 9(01) VALUE 1.
           05 WCP-ACTSAL                    PIC 9(01) VALUE 2.
           05 WCP-CONSOL                    PIC 9(01) VALUE 3.
           05 WCP-CONCIL                    PIC 9(01) VALUE 4.
           05 WCP-NOTIF                     PIC 9(01) VALUE 5.
           05 WCP-RETBAN                    PIC 9(01) VALUE 6.
           05 WCP-CONAUD                    PIC 9(01) VALUE 7.
           05 WCP-CUOTAS                    PIC 9(01) VALUE 8.

      *****************************************************************
      *   CONTROL DEL CICLO: WS-CICLO-MARCADO = 'S' DESDE QUE ESTE    *
      *   PASO QUEDO 'E' HASTA QUE 3180 DEJA SU DESENLACE             *
      *****************************************************************
       01  W-CICLO.
           05 WS-CICLO-MARCADO              PIC X(01) VALUE 'N'.
           05 WS-CICLO-EXISTE               PIC X(01) VALUE 'N'.
           05 WS-CICLO-RECHAZO              PIC X(50) VALUE SPACES.
           05 WCI-IDX                       PIC 9(01) VALUE ZEROES.
           05 W-HORA-CICLO                  PIC X(08) VALUE SPACES.

      *****************************************************************
      *   LINEA DE LA BITACORA DE OPERACIONES (MISMO TRAZADO QUE      *
      *   WRE-REG-OPLOG DE PDACTSAL)                                  *
      *****************************************************************
       01  WRE-REG-OPLOG.
           05 OPL-FECHA                     PIC 9(08).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 OPL-HORA                      PIC X(06).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 OPL-SEVERIDAD                 PIC X(01).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 OPL-JOB-ID                    PIC X(08).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 OPL-TEXTO                     PIC X(50).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 OPL-FILE-STATUS               PIC X(02).

      *****************************************************************
      *                                                               *
      *               P R O C E D U R E  D I V I S I O N              *
      *                                                               *
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESO
                   UNTIL WS-FIN-CUOTAS EQUAL 'S'
           PERFORM 3000-FINAL.
      *****************************************************************
      *                           INICIO                              *
      *****************************************************************
       1000-INICIO.
           ACCEPT W-FECHA-EJECUCION FROM DATE YYYYMMDD
           PERFORM 1160-CARGAR-PERIODO
           PERFORM 1140-VERIFICAR-HISTORICO
           PERFORM 1050-LEER-JOB-INTERFAZ
           PERFORM 1075-VERIFICAR-INTERFAZ-PREVIA
           PERFORM 1070-VERIFICAR-CICLO
           PERFORM 1100-ABRIR-ARCHIVOS
           PERFORM 1200-LEER-CUOTAS.

      *****************************************************************
      *   PERIODO A EMITIR: CUP-PERIODO DE PDCUOTAS.PRM O, EN BLANCO, *
      *   EL MES DE LA FECHA DE EJECUCION                             *
      *****************************************************************
       1160-CARGAR-PERIODO.
           MOVE W-FECHA-EJECUCION(1:6) TO WCU-PERIODO
           OPEN INPUT PARCUOTA
           IF WFS-PARCUOTA EQUAL '00'
              READ PARCUOTA INTO WRE-REG-PARCUOTA
              IF WFS-PARCUOTA EQUAL '00' AND
                 CUP-PERIODO NOT EQUAL SPACES
                 IF CUP-PERIODO NUMERIC
                    MOVE CUP-PERIODO TO WCU-PERIODO
                 ELSE
                    MOVE ZEROES TO WCU-PERIODO
                 END-IF
              END-IF
              CLOSE PARCUOTA
           END-IF

           IF WCU-PERIODO-MES LESS THAN 1 OR
              WCU-PERIODO-MES GREATER THAN 12
              DISPLAY 'EMISION RECHAZADA: PERIODO INVALIDO EN '
                      'PDCUOTAS.PRM ' CUP-PERIODO
              MOVE 08 TO W-COD-RETORNO
              PERFORM 3110-FIN-PROGRAMA
           END-IF

           MOVE SPACES      TO WS-JOB-ID
           STRING 'CU' DELIMITED BY SIZE
                  WCU-PERIODO DELIMITED BY SIZE
                  INTO WS-JOB-ID
           DISPLAY 'EMISION DE CUOTAS DEL PERIODO: ' WCU-PERIODO.

      *****************************************************************
      *   HISTORICO DE PERIODOS: UN PERIODO YA EMITIDO NO SE VUELVE A *
      *   EMITIR (NO EXISTIR EL ARCHIVO = NINGUNA EMISION PREVIA)     *
      *****************************************************************
       1140-VERIFICAR-HISTORICO.
           OPEN INPUT CUOTAS-HIST
           IF WFS-CUOTAS-HIST EQUAL '35'
              CONTINUE
           ELSE
              IF WFS-CUOTAS-HIST NOT EQUAL '00'
                 DISPLAY 'ERROR EN ARCHIVO PDCUOTAS.HIS'
                          WFS-CUOTAS-HIST
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
              PERFORM UNTIL WFS-CUOTAS-HIST NOT EQUAL '00'
                 READ CUOTAS-HIST INTO WRE-REG-HIST
                 IF WFS-CUOTAS-HIST EQUAL '00'
                    ADD 1 TO WA-PERIODOS-PREVIOS
                    IF HIS-PERIODO EQUAL WCU-PERIODO
                       DISPLAY 'EMISION RECHAZADA: EL PERIODO '
                               WCU-PERIODO ' YA SE EMITIO EL '
                               HIS-FECHA
                       CLOSE CUOTAS-HIST
                       MOVE 08 TO W-COD-RETORNO
                       PERFORM 3110-FIN-PROGRAMA
                    END-IF
                 END-IF
              END-PERFORM
              IF WFS-CUOTAS-HIST NOT EQUAL '10'
                 DISPLAY 'HUBO UN ERROR AL LEER PDCUOTAS.HIS'
                          WFS-CUOTAS-HIST
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
              CLOSE CUOTAS-HIST
           END-IF.

      *****************************************************************
      *   LEER EL JOB-ID DEL HEADER DE LA INTERFAZ QUE HOY ESTA EN    *
      *   SALIDA-INTERFAZ.TXT, ANTES DE QUE 1100 LA REEMPLACE         *
      *****************************************************************
       1050-LEER-JOB-INTERFAZ.
           MOVE SPACES TO WS-JOB-INTERFAZ
           OPEN INPUT SALIDA-INTERFAZ
           IF WFS-INTERFAZ EQUAL '00'
              READ SALIDA-INTERFAZ
              IF WFS-INTERFAZ EQUAL '00' AND
                 REG-INTERFAZ(1:1) EQUAL 'H'
                 MOVE REG-INTERFAZ(2:8) TO WS-JOB-INTERFAZ
              END-IF
              CLOSE SALIDA-INTERFAZ
           END-IF.

      *****************************************************************
      *   CONTROL DEL CICLO: LA INTERFAZ ANTERIOR, SI LA GENERO UNA   *
      *   CORRIDA DEL STREAM (PDACTSAL, PDCONSOL O PDCUOTAS), DEBE    *
      *   ESTAR LIQUIDADA POR PDRETBAN ANTES DE PISARLA CON LAS       *
      *   CUOTAS DEL PERIODO. SIN CONTROL DEL CICLO O CON UN JOB QUE  *
      *   NO FIGURA EN EL NO HAY NADA QUE EXIGIR                      *
      *****************************************************************
       1075-VERIFICAR-INTERFAZ-PREVIA.
           IF WS-JOB-INTERFAZ NOT EQUAL SPACES AND
              WS-JOB-INTERFAZ NOT EQUAL WS-JOB-ID
              OPEN INPUT CICLO
              IF WFS-CICLO EQUAL '00'
                 MOVE WS-JOB-INTERFAZ TO CIC-JOB-ID-KEY
                 READ CICLO INTO WRE-REG-CICLO
                 IF WFS-CICLO EQUAL '00'
                    IF (CIC-ESTADO(WCP-ACTSAL) EQUAL 'T' OR
                        CIC-ESTADO(WCP-CONSOL) EQUAL 'T' OR
                        CIC-ESTADO(WCP-CUOTAS) EQUAL 'T') AND
                       CIC-ESTADO(WCP-RETBAN) NOT EQUAL 'T'
                       MOVE SPACES TO WS-CICLO-RECHAZO
                       STRING 'PDCUOTAS RECHAZADO: INTERFAZ '
                              DELIMITED BY SIZE
                              WS-JOB-INTERFAZ DELIMITED BY SIZE
                              ' SIN LIQUIDAR' DELIMITED BY SIZE
                              INTO WS-CICLO-RECHAZO
                       PERFORM 9050-RECHAZAR-CICLO
                    END-IF
                 END-IF
                 CLOSE CICLO
              END-IF
           END-IF.

      *****************************************************************
      *   CONTROL DEL CICLO: ANOTAR LA EMISION DEL PERIODO EN         *
      *   PROCESO BAJO SU PROPIO JOB-ID ('CU' + AAAAMM)               *
      *****************************************************************
       1070-VERIFICAR-CICLO.
           PERFORM 1071-LEER-CICLO
           ACCEPT W-HORA-CICLO FROM TIME
           MOVE 'E'                 TO CIC-ESTADO(WCP-CUOTAS)
           MOVE SPACES              TO CIC-MODO(WCP-CUOTAS)
           MOVE W-FECHA-EJECUCION   TO CIC-FECHA(WCP-CUOTAS)
           MOVE W-HORA-CICLO(1:6)   TO CIC-HORA(WCP-CUOTAS)
           MOVE ZEROES              TO CIC-RETORNO(WCP-CUOTAS)
           PERFORM 1072-GRABAR-CICLO
           MOVE 'S' TO WS-CICLO-MARCADO.

      *****************************************************************
      *   ABRIR EL CONTROL DEL CICLO Y LEER EL REGISTRO DEL JOB. EL   *
      *   ARCHIVO SE CREA LA PRIMERA VEZ Y UN JOB NUEVO ARRANCA CON   *
      *   TODOS SUS PASOS PENDIENTES. QUEDA ABIERTO EN I-O HASTA      *
      *   1072-GRABAR-CICLO (O HASTA EL RECHAZO DEL PASO)             *
      *****************************************************************
       1071-LEER-CICLO.
           OPEN I-O CICLO
           IF WFS-CICLO EQUAL '35'
              OPEN OUTPUT CICLO
              CLOSE CICLO
              OPEN I-O CICLO
           END-IF
           IF WFS-CICLO NOT EQUAL '00'
              DISPLAY 'ERROR EN ARCHIVO PDCICLO.DAT' WFS-CICLO
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           MOVE WS-JOB-ID TO CIC-JOB-ID-KEY
           READ CICLO INTO WRE-REG-CICLO
           IF WFS-CICLO EQUAL '00'
              MOVE 'S' TO WS-CICLO-EXISTE
           ELSE
              IF WFS-CICLO EQUAL '23'
                 MOVE 'N'       TO WS-CICLO-EXISTE
                 MOVE SPACES    TO WRE-REG-CICLO
                 MOVE WS-JOB-ID TO CIC-JOB-ID
                 PERFORM VARYING WCI-IDX FROM 1 BY 1
                         UNTIL WCI-IDX GREATER THAN 8
                    MOVE ZEROES TO CIC-FECHA(WCI-IDX)
                    MOVE ZEROES TO CIC-RETORNO(WCI-IDX)
                 END-PERFORM
              ELSE
                 DISPLAY 'HUBO UN ERROR AL LEER PDCICLO.DAT'
                          WFS-CICLO
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
           END-IF.

      *****************************************************************
      *   GRABAR EL REGISTRO DEL JOB EN EL CONTROL DEL CICLO (ALTA SI *
      *   EL JOB ES NUEVO) Y CERRARLO: EL ARCHIVO NO QUEDA TOMADO     *
      *   MIENTRAS CORRE EL PROCESO                                   *
      *****************************************************************
       1072-GRABAR-CICLO.
           IF WS-CICLO-EXISTE EQUAL 'S'
              REWRITE REG-CICLO FROM WRE-REG-CICLO
           ELSE
              WRITE REG-CICLO FROM WRE-REG-CICLO
           END-IF
           IF WFS-CICLO NOT EQUAL '00'
              DISPLAY 'HUBO UN ERROR AL GRABAR PDCICLO.DAT'
                       WFS-CICLO
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           CLOSE CICLO.

      *****************************************************************
      *   ABRIR ARCHIVOS. SIN LIBRO DE CUOTAS NO HAY PLANES: LA       *
      *   INTERFAZ SALE SOLO CON HEADER Y TRAILER EN CERO             *
      *****************************************************************
       1100-ABRIR-ARCHIVOS.
           OPEN I-O CUOTAS
           IF WFS-CUOTAS EQUAL '35'
              OPEN OUTPUT CUOTAS
              CLOSE CUOTAS
              OPEN I-O CUOTAS
           END-IF
           OPEN OUTPUT SALIDA-INTERFAZ
           OPEN OUTPUT SALIDA-CUOTAS

           IF WFS-CUOTAS EQUAL '00' AND
              WFS-INTERFAZ EQUAL '00' AND
              WFS-REPCUOTAS EQUAL '00'
              DISPLAY '****************************************'
              DISPLAY 'LOS ARCHIVOS SE ABRIERON CORRECTAMENTE'
              DISPLAY '****************************************'
           ELSE
              DISPLAY 'ERROR EN ARCHIVO CUOTAS' WFS-CUOTAS
              DISPLAY 'ERROR EN ARCHIVO SALIDA-INTERFAZ' WFS-INTERFAZ
              DISPLAY 'ERROR EN ARCHIVO SALIDA-CUOTAS' WFS-REPCUOTAS
              PERFORM 3110-FIN-PROGRAMA
           END-IF

           MOVE WS-JOB-ID          TO INTH-JOB-ID
           MOVE W-FECHA-EJECUCION  TO INTH-FECHA
           WRITE REG-INTERFAZ FROM WRE-REG-INT-H
           PERFORM 3059-VERIFICAR-GRABACION

           MOVE SPACES TO W-LINEA-CUOTAS
           STRING 'LIBRO DE CUOTAS DE ATRASOS - PDCUOTAS  PERIODO: '
                  DELIMITED BY SIZE
                  WCU-PERIODO DELIMITED BY SIZE
                  '  JOB: ' DELIMITED BY SIZE
                  WS-JOB-ID DELIMITED BY SIZE
                  INTO W-LINEA-CUOTAS
           PERFORM 3215-GRABAR-LINEA-CUOTAS

           MOVE SPACES TO W-LINEA-CUOTAS
           STRING 'ID    NOMBRE                        TOTAL'
                  DELIMITED BY SIZE
                  '         PAGADO      PENDIENTE   CUOTA EMITIDA'
                  DELIMITED BY SIZE
                  ' SITUACION' DELIMITED BY SIZE
                  INTO W-LINEA-CUOTAS
           PERFORM 3215-GRABAR-LINEA-CUOTAS.

      *****************************************************************
      *                 LEER EL SIGUIENTE PLAN DEL LIBRO              *
      *****************************************************************
       1200-LEER-CUOTAS.
           READ CUOTAS NEXT
           IF WFS-CUOTAS EQUAL '00'
              ADD 1 TO WA-LEIDO-PLANES
           ELSE
              IF WFS-CUOTAS EQUAL '10'
                 MOVE 'S' TO WS-FIN-CUOTAS
                 DISPLAY 'FIN DE LECTURA CUOTAS'
              ELSE
                 DISPLAY 'HUBO UN ERROR AL LEER CUOTAS.DAT'
                          WFS-CUOTAS
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
           END-IF.

      *****************************************************************
      *   PROCESO: CLASIFICAR CADA PLAN Y EMITIR LA CUOTA QUE VENCE   *
      *****************************************************************
       2000-PROCESO.
           MOVE ZEROES TO WCU-MONTO-PAGO
           IF CUO-ESTADO EQUAL 'L'
              ADD 1 TO WA-PLANES-LIQUIDADOS
              MOVE 'LIQUIDADO'      TO WCE-SITUACION
           ELSE
              ADD 1 TO WA-PLANES-ACTIVOS
              IF CUO-EN-TRANSITO GREATER THAN ZEROES
                 IF CUO-JOB-EMISION EQUAL WS-JOB-ID
                    PERFORM 2150-REEMITIR-CUOTA
                 ELSE
                    ADD 1 TO WA-EN-TRANSITO
                    MOVE 'EN TRANSITO'    TO WCE-SITUACION
                 END-IF
              ELSE
                 IF CUO-PERIODO-ULTIMO NOT LESS THAN WCU-PERIODO
                    ADD 1 TO WA-YA-EMITIDAS
                    MOVE 'YA EMITIDA'     TO WCE-SITUACION
                 ELSE
                    PERFORM 3056-CALCULAR-CUOTA-VENCIDA
                    PERFORM 2100-EMITIR-CUOTA
                 END-IF
              END-IF
           END-IF

           ADD CUO-TOTAL       TO WA-SUMA-TOTAL
           ADD CUO-PAGADO      TO WA-SUMA-PAGADO
           ADD CUO-PENDIENTE   TO WA-SUMA-PENDIENTE
           ADD CUO-EN-TRANSITO TO WA-SUMA-TRANSITO
           PERFORM 2200-GRABAR-LINEA-PLAN

           PERFORM 1200-LEER-CUOTAS.

      *****************************************************************
      *   EMITIR LA CUOTA VENCIDA: DETALLE 'D' EN LA INTERFAZ Y LA    *
      *   CUOTA QUEDA EN TRANSITO HASTA LA RESPUESTA DEL BANCO        *
      *****************************************************************
       2100-EMITIR-CUOTA.
           IF WCU-MONTO-PAGO EQUAL ZEROES
              MOVE 'AL DIA'         TO WCE-SITUACION
           ELSE
              MOVE CUO-ID-EMP-KEY      TO INTD-ID-EMP
              MOVE CUO-NOMBRE          TO INTD-NOMBRE
              MOVE CUO-DEPARTAMENTO    TO INTD-DEPARTAMENTO
              MOVE WCU-MONTO-PAGO      TO INTD-ARREARS
              MOVE CUO-FECHA-EFECTIVA  TO INTD-FECHA-EFECTIVA
              WRITE REG-INTERFAZ FROM WRE-REG-INT-D
              PERFORM 3059-VERIFICAR-GRABACION
              ADD 1                    TO WA-EMITIDAS
              ADD WCU-MONTO-PAGO       TO WA-SUMA-EMITIDA

              MOVE WCU-MONTO-PAGO      TO CUO-EN-TRANSITO
              MOVE WCU-PERIODO         TO CUO-PERIODO-ULTIMO
              MOVE WS-JOB-ID           TO CUO-JOB-EMISION
              REWRITE REG-CUOTAS
              IF WFS-CUOTAS NOT EQUAL '00'
                 DISPLAY 'HUBO UN ERROR AL REGRABAR CUOTAS.DAT, '
                         'EMPLEADO ' CUO-ID-EMP-KEY ' ' WFS-CUOTAS
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
              MOVE 'EMITIDA'        TO WCE-SITUACION
           END-IF.

      *****************************************************************
      *   CUOTA EN TRANSITO EMITIDA POR ESTE MISMO JOB: LA CORRIDA    *
      *   ANTERIOR CAYO ANTES DE GRABAR PDCUOTAS.HIS Y SU INTERFAZ SE *
      *   REESCRIBE AHORA, ASI QUE LA CUOTA VUELVE A VIAJAR TAL CUAL  *
      *   (EL LIBRO YA LA TIENE EN TRANSITO, NO SE REGRABA)           *
      *****************************************************************
       2150-REEMITIR-CUOTA.
           MOVE CUO-EN-TRANSITO     TO WCU-MONTO-PAGO
           MOVE CUO-ID-EMP-KEY      TO INTD-ID-EMP
           MOVE CUO-NOMBRE          TO INTD-NOMBRE
           MOVE CUO-DEPARTAMENTO    TO INTD-DEPARTAMENTO
           MOVE WCU-MONTO-PAGO      TO INTD-ARREARS
           MOVE CUO-FECHA-EFECTIVA  TO INTD-FECHA-EFECTIVA
           WRITE REG-INTERFAZ FROM WRE-REG-INT-D
           PERFORM 3059-VERIFICAR-GRABACION
           ADD 1                    TO WA-EMITIDAS
                                       WA-REEMITIDAS
           ADD WCU-MONTO-PAGO       TO WA-SUMA-EMITIDA
           MOVE 'REEMITIDA'         TO WCE-SITUACION.

      *****************************************************************
      *        GRABAR LA LINEA DEL LIBRO DE UN PLAN EN EL REPORTE     *
      *****************************************************************
       2200-GRABAR-LINEA-PLAN.
           MOVE CUO-TOTAL      TO WCE-MONTO
           MOVE CUO-PAGADO     TO WCE-MONTO-B
           MOVE CUO-PENDIENTE  TO WCE-MONTO-C
           MOVE WCU-MONTO-PAGO TO WCE-MONTO-D
           MOVE SPACES TO W-LINEA-CUOTAS
           STRING CUO-ID-EMP-KEY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CUO-NOMBRE DELIMITED BY SIZE
                  WCE-MONTO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WCE-MONTO-B DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WCE-MONTO-C DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WCE-MONTO-D DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WCE-SITUACION DELIMITED BY SIZE
                  INTO W-LINEA-CUOTAS
           PERFORM 3215-GRABAR-LINEA-CUOTAS.

      *****************************************************************
      *   MONTO VENCIDO DE UN PLAN AL PERIODO WCU-PERIODO (MISMA      *
      *   REGLA QUE 3056 DE PDACTSAL Y PDCONSOL)                      *
      *****************************************************************
       3056-CALCULAR-CUOTA-VENCIDA.
           MOVE CUO-PERIODO-INICIO TO WCU-INICIO
           COMPUTE WCU-VENCIDAS =
                   (WCU-PERIODO-ANIO * 12 + WCU-PERIODO-MES) -
                   (WCU-INICIO-ANIO * 12 + WCU-INICIO-MES) + 1
           IF WCU-VENCIDAS NOT LESS THAN CUO-NUM-CUOTAS
              MOVE CUO-PENDIENTE TO WCU-DEBIDO
           ELSE
              COMPUTE WCU-DEBIDO =
                      WCU-VENCIDAS * CUO-MONTO-CUOTA -
                      (CUO-PAGADO - CUO-PAGADO-BASE)
              IF WCU-DEBIDO GREATER THAN CUO-PENDIENTE
                 MOVE CUO-PENDIENTE TO WCU-DEBIDO
              END-IF
           END-IF
           IF WCU-DEBIDO LESS THAN ZEROES
              MOVE ZEROES TO WCU-DEBIDO
           END-IF
           MOVE WCU-DEBIDO TO WCU-MONTO-PAGO.

      *****************************************************************
      *                            FINAL                              *
      *****************************************************************
       3000-FINAL.
           MOVE WA-EMITIDAS     TO INTT-REGISTROS
           MOVE WA-SUMA-EMITIDA TO INTT-SUMA-ARREARS
           WRITE REG-INTERFAZ FROM WRE-REG-INT-T
           PERFORM 3059-VERIFICAR-GRABACION

           IF WA-EN-TRANSITO GREATER THAN ZEROES
              MOVE 04 TO W-COD-RETORNO
           ELSE
              MOVE 00 TO W-COD-RETORNO
           END-IF

           PERFORM 3210-ESCRIBIR-TOTALES
           PERFORM 3100-CERRAR-ARCHIVOS
           PERFORM 3150-GRABAR-HISTORICO
           PERFORM 3200-CIFRAS-CONTROL
           PERFORM 3110-FIN-PROGRAMA.

      *****************************************************************
      *        VERIFICAR LA GRABACION DE UNA LINEA DE INTERFAZ        *
      *****************************************************************
       3059-VERIFICAR-GRABACION.
           IF WFS-INTERFAZ NOT EQUAL '00'
              DISPLAY 'HUBO UN ERROR AL GRABAR LA INTERFAZ DE '
                      'ATRASOS' WFS-INTERFAZ
              PERFORM 3110-FIN-PROGRAMA
           END-IF.

      *****************************************************************
      *            TOTALES DEL LIBRO Y DE LA EMISION DEL PERIODO      *
      *****************************************************************
       3210-ESCRIBIR-TOTALES.
           MOVE WA-PLANES-ACTIVOS    TO WCE-CONTEO
           MOVE WA-PLANES-LIQUIDADOS TO WCE-CONTEO-B
           MOVE SPACES TO W-LINEA-CUOTAS
           STRING 'PLANES ACTIVOS: ' DELIMITED BY SIZE
                  WCE-CONTEO DELIMITED BY SIZE
                  '  LIQUIDADOS: ' DELIMITED BY SIZE
                  WCE-CONTEO-B DELIMITED BY SIZE
                  INTO W-LINEA-CUOTAS
           PERFORM 3215-GRABAR-LINEA-CUOTAS

           MOVE WA-SUMA-TOTAL  TO WCE-SUMA
           MOVE WA-SUMA-PAGADO TO WCE-SUMA-B
           MOVE SPACES TO W-LINEA-CUOTAS
           STRING 'TOTAL EN PLANES: ' DELIMITED BY SIZE
                  WCE-SUMA DELIMITED BY SIZE
                  '  PAGADO: ' DELIMITED BY SIZE
                  WCE-SUMA-B DELIMITED BY SIZE
                  INTO W-LINEA-CUOTAS
           PERFORM 3215-GRABAR-LINEA-CUOTAS

           MOVE WA-SUMA-PENDIENTE TO WCE-SUMA
           MOVE WA-SUMA-TRANSITO  TO WCE-SUMA-B
           MOVE SPACES TO W-LINEA-CUOTAS
           STRING 'PENDIENTE      : ' DELIMITED BY SIZE
                  WCE-SUMA DELIMITED BY SIZE
                  '  EN TRANSITO: ' DELIMITED BY SIZE
                  WCE-SUMA-B DELIMITED BY SIZE
                  INTO W-LINEA-CUOTAS
           PERFORM 3215-GRABAR-LINEA-CUOTAS

           MOVE WA-EMITIDAS     TO WCE-CONTEO
           MOVE WA-SUMA-EMITIDA TO WCE-SUMA
           MOVE WA-REEMITIDAS   TO WCE-CONTEO-B
           MOVE SPACES TO W-LINEA-CUOTAS
           STRING 'CUOTAS EMITIDAS EN EL PERIODO: ' DELIMITED BY SIZE
                  WCE-CONTEO DELIMITED BY SIZE
                  '  MONTO: ' DELIMITED BY SIZE
                  WCE-SUMA DELIMITED BY SIZE
                  '  REEMITIDAS: ' DELIMITED BY SIZE
                  WCE-CONTEO-B DELIMITED BY SIZE
                  INTO W-LINEA-CUOTAS
           PERFORM 3215-GRABAR-LINEA-CUOTAS

           MOVE WA-EN-TRANSITO TO WCE-CONTEO
           MOVE WA-YA-EMITIDAS TO WCE-CONTEO-B
           MOVE SPACES TO W-LINEA-CUOTAS
           STRING 'PLANES CON CUOTA EN TRANSITO: ' DELIMITED BY SIZE
                  WCE-CONTEO DELIMITED BY SIZE
                  '  YA EMITIDOS EN EL PERIODO: ' DELIMITED BY SIZE
                  WCE-CONTEO-B DELIMITED BY SIZE
                  INTO W-LINEA-CUOTAS
           PERFORM 3215-GRABAR-LINEA-CUOTAS

           MOVE SPACES TO W-LINEA-CUOTAS
           IF WA-EN-TRANSITO GREATER THAN ZEROES
              STRING 'RESULTADO: EMITIDO CON CUOTAS EN TRANSITO SIN '
                     'RESPUESTA DEL BANCO (CORRER PDRETBAN)'
                     DELIMITED BY SIZE
                     INTO W-LINEA-CUOTAS
           ELSE
              STRING 'RESULTADO: CUOTAS DEL PERIODO ' DELIMITED BY SIZE
                     WCU-PERIODO DELIMITED BY SIZE
                     ' EMITIDAS' DELIMITED BY SIZE
                     INTO W-LINEA-CUOTAS
           END-IF
           PERFORM 3215-GRABAR-LINEA-CUOTAS
           DISPLAY W-LINEA-CUOTAS.

      *****************************************************************
      *             GRABAR UNA LINEA DEL REPORTE DE CUOTAS            *
      *****************************************************************
       3215-GRABAR-LINEA-CUOTAS.
           WRITE REG-REPCUOTAS FROM W-LINEA-CUOTAS
           IF WFS-REPCUOTAS NOT EQUAL '00'
              DISPLAY 'HUBO UN ERROR AL GRABAR SALIDA-CUOTAS'
                       WFS-REPCUOTAS
              PERFORM 3110-FIN-PROGRAMA
           END-IF.

      *****************************************************************
      *                         CERRAR ARCHIVOS                       *
      *****************************************************************
       3100-CERRAR-ARCHIVOS.
           CLOSE CUOTAS
                 SALIDA-INTERFAZ
                 SALIDA-CUOTAS

           IF WFS-CUOTAS EQUAL '00' AND
              WFS-INTERFAZ EQUAL '00' AND
              WFS-REPCUOTAS EQUAL '00'
              DISPLAY '****************************************'
              DISPLAY 'LOS ARCHIVOS SE CERRARON CORRECTAMENTE'
              DISPLAY '****************************************'
           ELSE
              DISPLAY 'ERROR AL CERRAR ARCHIVO CUOTAS' WFS-CUOTAS
              DISPLAY 'ERROR AL CERRAR ARCHIVO SALIDA-INTERFAZ'
                       WFS-INTERFAZ
              DISPLAY 'ERROR AL CERRAR ARCHIVO SALIDA-CUOTAS'
                       WFS-REPCUOTAS
              MOVE 12 TO W-COD-RETORNO
              PERFORM 3110-FIN-PROGRAMA
           END-IF.

      *****************************************************************
      *   ANOTAR EL PERIODO EN EL HISTORICO (EXTEND; SE CREA LA       *
      *   PRIMERA VEZ): DESDE AQUI EL PERIODO YA NO PUEDE REPETIRSE   *
      *****************************************************************
       3150-GRABAR-HISTORICO.
           OPEN EXTEND CUOTAS-HIST
           IF WFS-CUOTAS-HIST EQUAL '35'
              OPEN OUTPUT CUOTAS-HIST
           END-IF
           IF WFS-CUOTAS-HIST NOT EQUAL '00'
              DISPLAY 'ERROR EN ARCHIVO PDCUOTAS.HIS' WFS-CUOTAS-HIST
              MOVE 12 TO W-COD-RETORNO
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           MOVE WCU-PERIODO        TO HIS-PERIODO
           MOVE W-FECHA-EJECUCION  TO HIS-FECHA
           MOVE WA-EMITIDAS        TO HIS-EMITIDAS
           MOVE WA-SUMA-EMITIDA    TO HIS-SUMA-EMITIDA
           MOVE W-COD-RETORNO      TO HIS-RETORNO
           WRITE REG-CUOTAS-HIST FROM WRE-REG-HIST
           IF WFS-CUOTAS-HIST NOT EQUAL '00'
              DISPLAY 'HUBO UN ERROR AL GRABAR PDCUOTAS.HIS'
                       WFS-CUOTAS-HIST
              MOVE 12 TO W-COD-RETORNO
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           CLOSE CUOTAS-HIST.

      *****************************************************************
      *                 CIFRAS DE CONTROL POR CONSOLA                 *
      *****************************************************************
       3200-CIFRAS-CONTROL.
           DISPLAY 'PLANES LEIDOS ' WA-LEIDO-PLANES
                   ' ACTIVOS ' WA-PLANES-ACTIVOS
                   ' LIQUIDADOS ' WA-PLANES-LIQUIDADOS
           DISPLAY 'CUOTAS EMITIDAS ' WA-EMITIDAS
                   ' MONTO ' WA-SUMA-EMITIDA
           DISPLAY 'EN TRANSITO ' WA-EN-TRANSITO
                   ' YA EMITIDAS EN EL PERIODO ' WA-YA-EMITIDAS.

      *****************************************************************
      *   CONTROL DEL CICLO: DEJAR EL DESENLACE DE ESTE PASO, 'T'     *
      *   CON CONDITION CODE 00/04 O 'X' DE 08 EN ADELANTE. CORRE     *
      *   DESDE 3110, ASI QUE UN ERROR AQUI SOLO SE AVISA (EL PASO    *
      *   QUEDA 'E' Y EL REPORTE DE PDCICLO LO MUESTRA EN PROCESO)    *
      *****************************************************************
       3180-CERRAR-CICLO.
           MOVE 'N' TO WS-CICLO-MARCADO
           OPEN I-O CICLO
           IF WFS-CICLO NOT EQUAL '00'
              DISPLAY 'NO SE PUDO ACTUALIZAR PDCICLO.DAT' WFS-CICLO
           ELSE
              MOVE WS-JOB-ID TO CIC-JOB-ID-KEY
              READ CICLO INTO WRE-REG-CICLO
              IF WFS-CICLO NOT EQUAL '00'
                 DISPLAY 'NO SE PUDO ACTUALIZAR PDCICLO.DAT' WFS-CICLO
              ELSE
                 IF W-COD-RETORNO GREATER THAN 04
                    MOVE 'X' TO CIC-ESTADO(WCP-CUOTAS)
                 ELSE
                    MOVE 'T' TO CIC-ESTADO(WCP-CUOTAS)
                 END-IF
                 ACCEPT W-HORA-CICLO FROM TIME
                 MOVE W-FECHA-EJECUCION TO CIC-FECHA(WCP-CUOTAS)
                 MOVE W-HORA-CICLO(1:6) TO CIC-HORA(WCP-CUOTAS)
                 MOVE W-COD-RETORNO     TO CIC-RETORNO(WCP-CUOTAS)
                 REWRITE REG-CICLO FROM WRE-REG-CICLO
                 IF WFS-CICLO NOT EQUAL '00'
                    DISPLAY 'NO SE PUDO ACTUALIZAR PDCICLO.DAT'
                            WFS-CICLO
                 END-IF
              END-IF
              CLOSE CICLO
           END-IF.

      *****************************************************************
      *   PASO FUERA DE SECUENCIA: SE RECHAZA ANTES DE TOCAR NINGUN   *
      *   ARCHIVO, CON LA RAZON EN LA BITACORA DE OPERACIONES DEL     *
      *   SCHEDULER (PDACTSAL.LOG) Y CONDITION CODE 08                *
      *****************************************************************
       9050-RECHAZAR-CICLO.
           CLOSE CICLO
           DISPLAY 'PASO RECHAZADO POR EL CONTROL DEL CICLO, JOB '
                   WS-JOB-ID
           DISPLAY WS-CICLO-RECHAZO
           OPEN EXTEND SALIDA-OPLOG
           IF WFS-OPLOG EQUAL '35'
              OPEN OUTPUT SALIDA-OPLOG
           END-IF
           IF WFS-OPLOG EQUAL '00'
              ACCEPT W-HORA-CICLO FROM TIME
              MOVE W-FECHA-EJECUCION   TO OPL-FECHA
              MOVE W-HORA-CICLO(1:6)   TO OPL-HORA
              MOVE 'E'                 TO OPL-SEVERIDAD
              MOVE WS-JOB-ID           TO OPL-JOB-ID
              MOVE WS-CICLO-RECHAZO    TO OPL-TEXTO
              MOVE SPACES              TO OPL-FILE-STATUS
              WRITE REG-OPLOG FROM WRE-REG-OPLOG
              CLOSE SALIDA-OPLOG
           ELSE
              DISPLAY 'SIN BITACORA DE OPERACIONES (PDACTSAL.LOG) '
                      WFS-OPLOG
           END-IF
           MOVE 08 TO W-COD-RETORNO
           PERFORM 3110-FIN-PROGRAMA.

       3110-FIN-PROGRAMA.
           IF WS-CICLO-MARCADO EQUAL 'S'
              PERFORM 3180-CERRAR-CICLO
           END-IF
           MOVE W-COD-RETORNO TO RETURN-CODE
           STOP RUN.
