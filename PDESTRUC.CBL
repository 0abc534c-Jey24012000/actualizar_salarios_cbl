      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.        PDESTRUC.
       AUTHOR.            JOSE LUIS MARTINEZ.
       DATE-WRITTEN.      14/10/2026.

      *****************************************************************
      *   ANALISIS DE LA ESTRUCTURA SALARIAL                          *
      *                                                               *
      *   TABPORC DICE CUANTO SUBE CADA EMPLEADO PERO NO DONDE QUEDA  *
      *   DENTRO DE SU RANGO. ESTE PROGRAMA LEE LA TABLA DE RANGOS    *
      *   TABESTRU (MINIMO, MEDIO Y MAXIMO POR CATEGORIA) Y EL        *
      *   SALARIO NUEVO DE SALIDA1, Y REPORTA EN SALIDA-ESTRUC.TXT:   *
      *                                                               *
      *   - POR EMPLEADO: COMPA-RATIO (SALARIO / MEDIO X 100) Y       *
      *     POSICION EN EL RANGO ((SALARIO - MINIMO) / (MAXIMO -      *
      *     MINIMO) X 100), CON MARCA DE CIRCULO VERDE (BAJO EL       *
      *     MINIMO) O CIRCULO ROJO (SOBRE EL MAXIMO). UNA CATEGORIA   *
      *     SIN RANGO EN TABESTRU SALE COMO SIN ESTRUCTURA            *
      *   - INVERSIONES: DENTRO DE UN MISMO SAL1-DEPARTAMENTO, UN     *
      *     EMPLEADO DE UNA CATEGORIA INFERIOR QUE GANA MAS QUE UNO   *
      *     DE UNA CATEGORIA SUPERIOR. UNA CATEGORIA ES SUPERIOR A    *
      *     OTRA CUANDO SU PUNTO MEDIO ES MAYOR. POR CADA PAR DE      *
      *     CATEGORIAS INVERTIDAS SE LISTA EL MEJOR PAGADO DE LA      *
      *     INFERIOR CONTRA EL PEOR PAGADO DE LA SUPERIOR             *
      *   - RESUMEN POR CATEGORIA Y POR DEPARTAMENTO (EMPLEADOS,      *
      *     SALARIO PROMEDIO, MINIMO Y MAXIMO PAGADOS, COMPA-RATIO    *
      *     PROMEDIO, BAJO EL PUNTO MEDIO, CIRCULOS VERDES Y ROJOS E  *
      *     INVERSIONES) PARA PLANIFICAR LA PROXIMA TABPORC           *
      *                                                               *
      *   CONDITION CODE PARA EL SCHEDULER:                           *
      *     00 = TODOS LOS EMPLEADOS DENTRO DE SU RANGO               *
      *     04 = HAY CIRCULOS, INVERSIONES O CATEGORIAS SIN RANGO     *
      *          (VER REPORTE)                                        *
      *     08 = TABESTRU FALTANTE O CON UNA FILA INVALIDA; NO SE     *
      *          ANALIZA NADA                                         *
      *     12 = ERROR DE ARCHIVO O CAPACIDAD (REQUIERE SOPORTE)      *
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
      *                 ARCHIVO DE SALIDA DE PDACTSAL                 *
      *****************************************************************
           SELECT SALIDA1
           ASSIGN TO '../SALIDA1.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SAL1-ID-EMP-KEY
           FILE STATUS IS WFS-SALIDA1.

      *****************************************************************
      *   TABLA DE RANGOS SALARIALES POR CATEGORIA (LINE SEQUENTIAL,  *
      *   IGUAL QUE TABPORC)                                          *
      *****************************************************************
           SELECT TABESTRU
           ASSIGN TO '../TABESTRU.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-TABESTRU.

      *****************************************************************
      *         ARCHIVO DE PARAMETROS (JOB-ID DE LA CORRIDA)          *
      *****************************************************************
           SELECT PARAMPAG
           ASSIGN TO '../PDACTSAL.PRM'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-PARAMPAG.

      *****************************************************************
      *             REPORTE DE ANALISIS DE ESTRUCTURA SALARIAL        *
      *****************************************************************
           SELECT SALIDA-ESTRUC
           ASSIGN TO '../SALIDA-ESTRUC.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-ESTRUC.

      *****************************************************************
      *                                                               *
      *                     D A T A  D I V I S I O N                  *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  SALIDA1
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REG-SALIDA1.
       01  REG-SALIDA1.
           05 SAL1-ID-EMP-KEY               PIC X(05).
           05 FILLER                        PIC X(52).

       FD  TABESTRU
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-TABESTRU.
       01  REG-TABESTRU                     PIC X(35).

       FD  PARAMPAG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-PARAMPAG.
       01  REG-PARAMPAG                     PIC X(41).

       FD  SALIDA-ESTRUC
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-ESTRUC.
       01  REG-ESTRUC                       PIC X(132).

      *****************************************************************
      *                      WORKING-STORAGE SECTION                  *
      *****************************************************************
       WORKING-STORAGE SECTION.

      *****************************************************************
      *                     ESTRUCTURA SALIDA1                        *
      *****************************************************************
       01  WRE-REG-SAL1.
           05 SAL1-ID-EMP                   PIC X(05).
           05 SAL1-NOMBRE                   PIC X(20).
           05 SAL1-SALARIO                  PIC 9(09)V99.
           05 SAL1-ARREARS                  PIC 9(09)V99.
           05 SAL1-MESES-ATRASO             PIC 9(03).
           05 SAL1-DEPARTAMENTO             PIC X(04).
           05 SAL1-CATEGORIA                PIC X(02).
           05 SAL1-ESTADO                   PIC X(01).

      *****************************************************************
      *   FILA DE TABESTRU: CATEGORIA (ENT1-CATEGORIA), MINIMO, PUNTO *
      *   MEDIO Y MAXIMO MENSUALES DEL RANGO                          *
      *****************************************************************
       01  WRE-REG-TABESTRU.
           05 TE-CATEGORIA                  PIC X(02).
           05 TE-MINIMO                     PIC 9(09)V99.
           05 TE-MINIMO-ALFA REDEFINES
              TE-MINIMO                     PIC X(11).
           05 TE-MEDIO                      PIC 9(09)V99.
           05 TE-MEDIO-ALFA REDEFINES
              TE-MEDIO                      PIC X(11).
           05 TE-MAXIMO                     PIC 9(09)V99.
           05 TE-MAXIMO-ALFA REDEFINES
              TE-MAXIMO                     PIC X(11).

       01  W-TABLA-RANGOS.
           05 WE-TOTAL-RANGOS               PIC 9(03) VALUE ZEROES.
           05 WS-RANGO-ENCONTRADO           PIC X(01) VALUE 'N'.
           05 WE-RANGO OCCURS 200 TIMES
                       INDEXED BY WE-IDX.
              10 WE-CATEGORIA                PIC X(02).
              10 WE-MINIMO                   PIC 9(09)V99.
              10 WE-MEDIO                    PIC 9(09)V99.
              10 WE-MAXIMO                   PIC 9(09)V99.
              10 WE-EMPLEADOS                PIC 9(06).
              10 WE-SUMA-SALARIO             PIC 9(11)V99.
              10 WE-SUMA-COMPA               PIC 9(09)V99.
              10 WE-MENOR-SALARIO            PIC 9(09)V99.
              10 WE-MAYOR-SALARIO            PIC 9(09)V99.
              10 WE-BAJO-MEDIO               PIC 9(06).
              10 WE-CIRCULO-VERDE            PIC 9(06).
              10 WE-CIRCULO-ROJO             PIC 9(06).

      *****************************************************************
      *   CELDAS DEPARTAMENTO/CATEGORIA (MISMO ESQUEMA QUE EL RESUMEN *
      *   DE PDACTSAL): MEJOR Y PEOR PAGADO DE CADA CELDA PARA        *
      *   DETECTAR LAS INVERSIONES AL FINAL                           *
      *****************************************************************
       01  W-TABLA-CELDAS.
           05 WC-TOTAL-CELDAS               PIC 9(04) VALUE ZEROES.
           05 WC-CELDA OCCURS 2000 TIMES
                       INDEXED BY WC-IDX WC-IDX-B.
              10 WC-DEPARTAMENTO             PIC X(04).
              10 WC-CATEGORIA                PIC X(02).
              10 WC-MEDIO                    PIC 9(09)V99.
              10 WC-MENOR-SALARIO            PIC 9(09)V99.
              10 WC-MENOR-ID                 PIC X(05).
              10 WC-MAYOR-SALARIO            PIC 9(09)V99.
              10 WC-MAYOR-ID                 PIC X(05).

      *****************************************************************
      *                   TOTALES POR DEPARTAMENTO                    *
      *****************************************************************
       01  W-TABLA-DEPTOS.
           05 WD-TOTAL-DEPTOS               PIC 9(03) VALUE ZEROES.
           05 WD-DEPTO OCCURS 500 TIMES
                       INDEXED BY WD-IDX.
              10 WD-DEPARTAMENTO             PIC X(04).
              10 WD-EMPLEADOS                PIC 9(06).
              10 WD-CON-RANGO                PIC 9(06).
              10 WD-SUMA-SALARIO             PIC 9(11)V99.
              10 WD-SUMA-COMPA               PIC 9(09)V99.
              10 WD-BAJO-MEDIO               PIC 9(06).
              10 WD-CIRCULO-VERDE            PIC 9(06).
              10 WD-CIRCULO-ROJO             PIC 9(06).
              10 WD-INVERSIONES              PIC 9(06).
           05 WD-DEPTO-BUSCADO              PIC X(04) VALUE SPACES.

      *****************************************************************
      *                   ESTRUCTURA PARAMPAG                         *
      *****************************************************************
       01  WRE-REG-PARAMPAG.
           05 PRM-FECHA-EFECTIVA            PIC 9(08).
           05 PRM-JOB-ID                    PIC X(08).
           05 FILLER                        PIC X(25).

      *****************************************************************
      *                    VARIABLES FILE STATUS                      *
      *****************************************************************
       01  W-FILE-STATUS.
           05 WFS-SALIDA1                   PIC X(02) VALUE SPACES.
           05 WFS-TABESTRU                  PIC X(02) VALUE SPACES.
           05 WFS-PARAMPAG                  PIC X(02) VALUE SPACES.
           05 WFS-ESTRUC                    PIC X(02) VALUE SPACES.

      *****************************************************************
      *                           SWTICHES                            *
      *****************************************************************
       01  W-SWITCHES.
           05 WS-FIN-SALIDA1                PIC X(01) VALUE 'N'.

      *****************************************************************
      *   CALCULO DEL EMPLEADO EN CURSO                               *
      *****************************************************************
       01  W-ANALISIS.
           05 WN-COMPA                      PIC 9(05)V99 VALUE ZEROES.
           05 WN-POSICION                   PIC S9(07)V99 VALUE ZEROES.
           05 WN-MARCA                      PIC X(14) VALUE SPACES.
           05 WN-PROMEDIO                   PIC 9(09)V99 VALUE ZEROES.
           05 WN-COMPA-PROMEDIO             PIC 9(05)V99 VALUE ZEROES.

      *****************************************************************
      *                         ACUMULADORES                          *
      *****************************************************************
       01  W-ACUMULADOR.
           05 WA-LEIDO-SALIDA1              PIC 9(06) VALUE ZEROES.
           05 WA-CON-RANGO                  PIC 9(06) VALUE ZEROES.
           05 WA-SIN-RANGO                  PIC 9(06) VALUE ZEROES.
           05 WA-DENTRO-RANGO               PIC 9(06) VALUE ZEROES.
           05 WA-CIRCULO-VERDE              PIC 9(06) VALUE ZEROES.
           05 WA-CIRCULO-ROJO               PIC 9(06) VALUE ZEROES.
           05 WA-INVERSIONES                PIC 9(06) VALUE ZEROES.
           05 WA-SUMA-COMPA                 PIC 9(11)V99 VALUE ZEROES.

      *****************************************************************
      *   CONDITION CODE (VER CABECERA). SE INICIALIZA EN 12 IGUAL    *
      *   QUE PDACTSAL: UN ABORTE NO CLASIFICADO PIDE SOPORTE         *
      *****************************************************************
       01  W-RETORNO.
           05 W-COD-RETORNO                 PIC 9(02) VALUE 12.

      *****************************************************************
      *              LINEA Y CAMPOS EDITADOS DEL REPORTE              *
      *****************************************************************
       01  W-LINEA-ESTRUC                   PIC X(132) VALUE SPACES.

       01  W-ESTRUC-EDITADO.
           05 WEE-SALARIO                   PIC ZZZ,ZZZ,ZZ9.99.
           05 WEE-MINIMO                    PIC ZZZ,ZZZ,ZZ9.99.
           05 WEE-MEDIO                     PIC ZZZ,ZZZ,ZZ9.99.
           05 WEE-MAXIMO                    PIC ZZZ,ZZZ,ZZ9.99.
           05 WEE-SALARIO-B                 PIC ZZZ,ZZZ,ZZ9.99.
           05 WEE-PROMEDIO                  PIC ZZZ,ZZZ,ZZ9.99.
           05 WEE-COMPA                     PIC ZZ,ZZ9.99.
           05 WEE-POSICION                  PIC -Z,ZZZ,ZZ9.99.
           05 WEE-CONTEO                    PIC ZZZ,ZZ9.
           05 WEE-CONTEO-B                  PIC ZZZ,ZZ9.
           05 WEE-CONTEO-C                  PIC ZZZ,ZZ9.
           05 WEE-CONTEO-D                  PIC ZZZ,ZZ9.
           05 WEE-CONTEO-E                  PIC ZZZ,ZZ9.

       01  W-IDENTIFICACION-CORRIDA.
           05 WS-JOB-ID                     PIC X(08) VALUE SPACES.

       01  W-FECHA-EJECUCION                PIC 9(08) VALUE ZEROES.

      *****************************************************************
      *                                                               *
      *               P R O C E D U R E  D I V I S I O N              *
      *                                                               *
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESO UNTIL WS-FIN-SALIDA1 EQUAL 'S'
           PERFORM 3000-FINAL.
      *****************************************************************
      *                           INICIO                              *
      *****************************************************************
       1000-INICIO.
           ACCEPT W-FECHA-EJECUCION FROM DATE YYYYMMDD
           PERFORM 1160-CARGAR-PARAMETROS
           PERFORM 1150-CARGAR-TABLA-RANGOS
           PERFORM 1100-ABRIR-ARCHIVOS
           PERFORM 1200-LEER-SALIDA1.

      *****************************************************************
      *        CARGAR EL JOB-ID DE LA CORRIDA (IGUAL QUE PDCONCIL)    *
      *****************************************************************
       1160-CARGAR-PARAMETROS.
           OPEN INPUT PARAMPAG
           IF WFS-PARAMPAG EQUAL '00'
              READ PARAMPAG INTO WRE-REG-PARAMPAG
              IF WFS-PARAMPAG EQUAL '00'
                 MOVE PRM-JOB-ID TO WS-JOB-ID
              END-IF
              CLOSE PARAMPAG
           END-IF

           IF WS-JOB-ID EQUAL SPACES
              MOVE 'PDACTSAL' TO WS-JOB-ID
           END-IF
           DISPLAY 'ESTRUCTURA SALARIAL DEL JOB-ID: ' WS-JOB-ID.

      *****************************************************************
      *   CARGAR LA TABLA DE RANGOS (TABESTRU). SIN TABLA, O CON UNA  *
      *   FILA INVALIDA, NO SE ANALIZA NADA (IGUAL QUE TABANTIG EN    *
      *   PDANTIG): UN RANGO MAL CARGADO FALSEA TODO EL REPORTE       *
      *****************************************************************
       1150-CARGAR-TABLA-RANGOS.
           OPEN INPUT TABESTRU
           IF WFS-TABESTRU NOT EQUAL '00'
              DISPLAY 'CORRIDA RECHAZADA: NO SE ENCONTRO TABESTRU '
                      WFS-TABESTRU
              MOVE 08 TO W-COD-RETORNO
              PERFORM 3110-FIN-PROGRAMA
           END-IF

           PERFORM UNTIL WFS-TABESTRU NOT EQUAL '00'
              READ TABESTRU INTO WRE-REG-TABESTRU
              IF WFS-TABESTRU EQUAL '00' AND
                 WRE-REG-TABESTRU NOT EQUAL SPACES
                 PERFORM 1155-VALIDAR-RANGO
                 IF WE-TOTAL-RANGOS EQUAL 200
                    DISPLAY 'CORRIDA RECHAZADA: TABESTRU EXCEDE 200 '
                            'CATEGORIAS'
                    CLOSE TABESTRU
                    MOVE 08 TO W-COD-RETORNO
                    PERFORM 3110-FIN-PROGRAMA
                 END-IF
                 ADD 1 TO WE-TOTAL-RANGOS
                 SET WE-IDX TO WE-TOTAL-RANGOS
                 MOVE TE-CATEGORIA    TO WE-CATEGORIA(WE-IDX)
                 MOVE TE-MINIMO       TO WE-MINIMO(WE-IDX)
                 MOVE TE-MEDIO        TO WE-MEDIO(WE-IDX)
                 MOVE TE-MAXIMO       TO WE-MAXIMO(WE-IDX)
                 MOVE ZEROES          TO WE-EMPLEADOS(WE-IDX)
                 MOVE ZEROES          TO WE-SUMA-SALARIO(WE-IDX)
                 MOVE ZEROES          TO WE-SUMA-COMPA(WE-IDX)
                 MOVE ZEROES          TO WE-MENOR-SALARIO(WE-IDX)
                 MOVE ZEROES          TO WE-MAYOR-SALARIO(WE-IDX)
                 MOVE ZEROES          TO WE-BAJO-MEDIO(WE-IDX)
                 MOVE ZEROES          TO WE-CIRCULO-VERDE(WE-IDX)
                 MOVE ZEROES          TO WE-CIRCULO-ROJO(WE-IDX)
              END-IF
           END-PERFORM
           IF WFS-TABESTRU NOT EQUAL '10'
              DISPLAY 'HUBO UN ERROR AL LEER TABESTRU' WFS-TABESTRU
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           CLOSE TABESTRU

           IF WE-TOTAL-RANGOS EQUAL ZEROES
              DISPLAY 'CORRIDA RECHAZADA: TABESTRU SIN RANGOS'
              MOVE 08 TO W-COD-RETORNO
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           DISPLAY 'TABLA DE RANGOS CARGADA: ' WE-TOTAL-RANGOS.

      *****************************************************************
      *   VALIDAR UNA FILA DE TABESTRU: CATEGORIA INFORMADA Y NO      *
      *   REPETIDA, MONTOS NUMERICOS Y MINIMO <= MEDIO <= MAXIMO CON  *
      *   MINIMO < MAXIMO Y MEDIO MAYOR QUE CERO (ES EL DIVISOR DEL   *
      *   COMPA-RATIO EN 2100)                                        *
      *****************************************************************
       1155-VALIDAR-RANGO.
           IF TE-CATEGORIA EQUAL SPACES OR
              TE-MINIMO-ALFA NOT NUMERIC OR
              TE-MEDIO-ALFA NOT NUMERIC OR
              TE-MAXIMO-ALFA NOT NUMERIC
              DISPLAY 'CORRIDA RECHAZADA: FILA INVALIDA EN TABESTRU '
                      WRE-REG-TABESTRU
              CLOSE TABESTRU
              MOVE 08 TO W-COD-RETORNO
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           IF TE-MEDIO LESS THAN TE-MINIMO OR
              TE-MEDIO EQUAL ZEROES OR
              TE-MAXIMO LESS THAN TE-MEDIO OR
              TE-MAXIMO NOT GREATER THAN TE-MINIMO
              DISPLAY 'CORRIDA RECHAZADA: RANGO INCONSISTENTE EN '
                      'TABESTRU ' WRE-REG-TABESTRU
              CLOSE TABESTRU
              MOVE 08 TO W-COD-RETORNO
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           PERFORM 2150-BUSCAR-RANGO-TE
           IF WS-RANGO-ENCONTRADO EQUAL 'S'
              DISPLAY 'CORRIDA RECHAZADA: CATEGORIA REPETIDA EN '
                      'TABESTRU ' TE-CATEGORIA
              CLOSE TABESTRU
              MOVE 08 TO W-COD-RETORNO
              PERFORM 3110-FIN-PROGRAMA
           END-IF.

      *****************************************************************
      *                        ABRIR ARCHIVOS                         *
      *****************************************************************
       1100-ABRIR-ARCHIVOS.
           OPEN INPUT SALIDA1
           OPEN OUTPUT SALIDA-ESTRUC

           IF WFS-SALIDA1 EQUAL '00' AND
              WFS-ESTRUC EQUAL '00'
              DISPLAY '****************************************'
              DISPLAY 'LOS ARCHIVOS SE ABRIERON CORRECTAMENTE'
              DISPLAY '****************************************'
           ELSE
              DISPLAY 'ERROR EN ARCHIVO SALIDA1' WFS-SALIDA1
              DISPLAY 'ERROR EN ARCHIVO SALIDA-ESTRUC' WFS-ESTRUC
              PERFORM 3110-FIN-PROGRAMA
           END-IF

           MOVE SPACES TO W-LINEA-ESTRUC
           STRING 'ESTRUCTURA SALARIAL - PDESTRUC  JOB: '
                  DELIMITED BY SIZE
                  WS-JOB-ID DELIMITED BY SIZE
                  '  FECHA: ' DELIMITED BY SIZE
                  W-FECHA-EJECUCION DELIMITED BY SIZE
                  INTO W-LINEA-ESTRUC
           PERFORM 3215-GRABAR-LINEA-ESTRUC

           MOVE SPACES TO W-LINEA-ESTRUC
           STRING 'ID    NOMBRE               DEPT CA        SALARIO'
                  DELIMITED BY SIZE
                  '         MINIMO          MEDIO         MAXIMO'
                  DELIMITED BY SIZE
                  '     COMPA     POSICION% MARCA'
                  DELIMITED BY SIZE
                  INTO W-LINEA-ESTRUC
           PERFORM 3215-GRABAR-LINEA-ESTRUC.

      *****************************************************************
      *         LEER EL SIGUIENTE REGISTRO DE SALIDA1 (POR LLAVE)     *
      *****************************************************************
       1200-LEER-SALIDA1.
           READ SALIDA1 NEXT INTO WRE-REG-SAL1
           IF WFS-SALIDA1 EQUAL '00'
              ADD 1 TO WA-LEIDO-SALIDA1
           ELSE
              IF WFS-SALIDA1 EQUAL '10'
                 MOVE 'S' TO WS-FIN-SALIDA1
                 DISPLAY 'FIN DE LECTURA SALIDA1'
              ELSE
                 DISPLAY 'HUBO UN ERROR AL LEER SALIDA1' WFS-SALIDA1
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
           END-IF.

      *****************************************************************
      *                          PROCESO                              *
      *****************************************************************
       2000-PROCESO.
           PERFORM 2100-ANALIZAR-EMPLEADO
           PERFORM 1200-LEER-SALIDA1.

      *****************************************************************
      *   UBICAR EL SALARIO NUEVO DEL EMPLEADO EN EL RANGO DE SU      *
      *   CATEGORIA Y ACUMULARLO EN CATEGORIA, DEPARTAMENTO Y CELDA   *
      *****************************************************************
       2100-ANALIZAR-EMPLEADO.
           MOVE SAL1-DEPARTAMENTO TO WD-DEPTO-BUSCADO
           PERFORM 2330-BUSCAR-DEPTO
           ADD 1            TO WD-EMPLEADOS(WD-IDX)
           ADD SAL1-SALARIO TO WD-SUMA-SALARIO(WD-IDX)

           MOVE SAL1-CATEGORIA TO TE-CATEGORIA
           PERFORM 2150-BUSCAR-RANGO-TE
           IF WS-RANGO-ENCONTRADO EQUAL 'N'
              ADD 1 TO WA-SIN-RANGO
              MOVE 'SIN ESTRUCTURA' TO WN-MARCA
              PERFORM 2210-GRABAR-SIN-RANGO
           ELSE
              ADD 1 TO WA-CON-RANGO
              COMPUTE WN-COMPA ROUNDED =
                      SAL1-SALARIO * 100 / WE-MEDIO(WE-IDX)
              COMPUTE WN-POSICION ROUNDED =
                      (SAL1-SALARIO - WE-MINIMO(WE-IDX)) * 100 /
                      (WE-MAXIMO(WE-IDX) - WE-MINIMO(WE-IDX))
              IF SAL1-SALARIO LESS THAN WE-MINIMO(WE-IDX)
                 MOVE 'CIRCULO VERDE' TO WN-MARCA
                 ADD 1 TO WA-CIRCULO-VERDE
                 ADD 1 TO WE-CIRCULO-VERDE(WE-IDX)
                 ADD 1 TO WD-CIRCULO-VERDE(WD-IDX)
              ELSE
                 IF SAL1-SALARIO GREATER THAN WE-MAXIMO(WE-IDX)
                    MOVE 'CIRCULO ROJO' TO WN-MARCA
                    ADD 1 TO WA-CIRCULO-ROJO
                    ADD 1 TO WE-CIRCULO-ROJO(WE-IDX)
                    ADD 1 TO WD-CIRCULO-ROJO(WD-IDX)
                 ELSE
                    MOVE SPACES TO WN-MARCA
                    ADD 1 TO WA-DENTRO-RANGO
                 END-IF
              END-IF
              IF SAL1-SALARIO LESS THAN WE-MEDIO(WE-IDX)
                 ADD 1 TO WE-BAJO-MEDIO(WE-IDX)
                 ADD 1 TO WD-BAJO-MEDIO(WD-IDX)
              END-IF

              ADD WN-COMPA TO WA-SUMA-COMPA
              ADD 1        TO WD-CON-RANGO(WD-IDX)
              ADD WN-COMPA TO WD-SUMA-COMPA(WD-IDX)
              PERFORM 2300-ACUMULAR-CATEGORIA
              PERFORM 2310-ACUMULAR-CELDA
              PERFORM 2200-GRABAR-LINEA-DETALLE
           END-IF.

      *****************************************************************
      *   BUSCAR EL RANGO DE LA CATEGORIA TE-CATEGORIA; AL SALIR      *
      *   WE-IDX APUNTA A SU FILA SI SE ENCONTRO                      *
      *****************************************************************
       2150-BUSCAR-RANGO-TE.
           MOVE 'N' TO WS-RANGO-ENCONTRADO
           IF WE-TOTAL-RANGOS GREATER THAN ZEROES
              SET WE-IDX TO 1
              SEARCH WE-RANGO
                 AT END
                    CONTINUE
                 WHEN WE-IDX GREATER THAN WE-TOTAL-RANGOS
                    CONTINUE
                 WHEN WE-CATEGORIA(WE-IDX) EQUAL TE-CATEGORIA
                    MOVE 'S' TO WS-RANGO-ENCONTRADO
              END-SEARCH
           END-IF.

      *****************************************************************
      *   LINEA DE DETALLE DE UN EMPLEADO CON RANGO                   *
      *****************************************************************
       2200-GRABAR-LINEA-DETALLE.
           MOVE SAL1-SALARIO      TO WEE-SALARIO
           MOVE WE-MINIMO(WE-IDX) TO WEE-MINIMO
           MOVE WE-MEDIO(WE-IDX)  TO WEE-MEDIO
           MOVE WE-MAXIMO(WE-IDX) TO WEE-MAXIMO
           MOVE WN-COMPA          TO WEE-COMPA
           MOVE WN-POSICION       TO WEE-POSICION
           MOVE SPACES TO W-LINEA-ESTRUC
           STRING SAL1-ID-EMP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SAL1-NOMBRE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SAL1-DEPARTAMENTO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SAL1-CATEGORIA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WEE-SALARIO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WEE-MINIMO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WEE-MEDIO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WEE-MAXIMO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WEE-COMPA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WEE-POSICION DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WN-MARCA DELIMITED BY SIZE
                  INTO W-LINEA-ESTRUC
           PERFORM 3215-GRABAR-LINEA-ESTRUC.

      *****************************************************************
      *   LINEA DE DETALLE DE UN EMPLEADO CUYA CATEGORIA NO TIENE     *
      *   RANGO EN TABESTRU (NO ENTRA EN COMPA-RATIO NI INVERSIONES)  *
      *****************************************************************
       2210-GRABAR-SIN-RANGO.
           MOVE SAL1-SALARIO TO WEE-SALARIO
           MOVE SPACES TO W-LINEA-ESTRUC
           STRING SAL1-ID-EMP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SAL1-NOMBRE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SAL1-DEPARTAMENTO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SAL1-CATEGORIA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WEE-SALARIO DELIMITED BY SIZE
                  INTO W-LINEA-ESTRUC
           MOVE WN-MARCA TO W-LINEA-ESTRUC(111:14)
           PERFORM 3215-GRABAR-LINEA-ESTRUC.

      *****************************************************************
      *          ACUMULAR EL EMPLEADO EN SU CATEGORIA (WE-IDX)        *
      *****************************************************************
       2300-ACUMULAR-CATEGORIA.
           IF WE-EMPLEADOS(WE-IDX) EQUAL ZEROES OR
              SAL1-SALARIO LESS THAN WE-MENOR-SALARIO(WE-IDX)
              MOVE SAL1-SALARIO TO WE-MENOR-SALARIO(WE-IDX)
           END-IF
           IF SAL1-SALARIO GREATER THAN WE-MAYOR-SALARIO(WE-IDX)
              MOVE SAL1-SALARIO TO WE-MAYOR-SALARIO(WE-IDX)
           END-IF
           ADD 1            TO WE-EMPLEADOS(WE-IDX)
           ADD SAL1-SALARIO TO WE-SUMA-SALARIO(WE-IDX)
           ADD WN-COMPA     TO WE-SUMA-COMPA(WE-IDX).

      *****************************************************************
      *   ACUMULAR EL EMPLEADO EN SU CELDA DEPARTAMENTO/CATEGORIA     *
      *   (ALTA SI NO EXISTE), GUARDANDO EL MEJOR Y EL PEOR PAGADO    *
      *****************************************************************
       2310-ACUMULAR-CELDA.
           SET WC-IDX TO 1
           IF WC-TOTAL-CELDAS GREATER THAN ZEROES
              SEARCH WC-CELDA
                 AT END
                    CONTINUE
                 WHEN WC-IDX GREATER THAN WC-TOTAL-CELDAS
                    CONTINUE
                 WHEN WC-DEPARTAMENTO(WC-IDX) EQUAL SAL1-DEPARTAMENTO
                  AND WC-CATEGORIA(WC-IDX) EQUAL SAL1-CATEGORIA
                    CONTINUE
              END-SEARCH
           END-IF

           IF WC-IDX GREATER THAN WC-TOTAL-CELDAS
              IF WC-TOTAL-CELDAS EQUAL 2000
                 DISPLAY 'TABLA DE DEPARTAMENTO/CATEGORIA EXCEDE 2000'
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
              ADD 1 TO WC-TOTAL-CELDAS
              SET WC-IDX TO WC-TOTAL-CELDAS
              MOVE SAL1-DEPARTAMENTO TO WC-DEPARTAMENTO(WC-IDX)
              MOVE SAL1-CATEGORIA    TO WC-CATEGORIA(WC-IDX)
              MOVE WE-MEDIO(WE-IDX)  TO WC-MEDIO(WC-IDX)
              MOVE SAL1-SALARIO      TO WC-MENOR-SALARIO(WC-IDX)
              MOVE SAL1-ID-EMP       TO WC-MENOR-ID(WC-IDX)
              MOVE SAL1-SALARIO      TO WC-MAYOR-SALARIO(WC-IDX)
              MOVE SAL1-ID-EMP       TO WC-MAYOR-ID(WC-IDX)
           ELSE
              IF SAL1-SALARIO LESS THAN WC-MENOR-SALARIO(WC-IDX)
                 MOVE SAL1-SALARIO TO WC-MENOR-SALARIO(WC-IDX)
                 MOVE SAL1-ID-EMP  TO WC-MENOR-ID(WC-IDX)
              END-IF
              IF SAL1-SALARIO GREATER THAN WC-MAYOR-SALARIO(WC-IDX)
                 MOVE SAL1-SALARIO TO WC-MAYOR-SALARIO(WC-IDX)
                 MOVE SAL1-ID-EMP  TO WC-MAYOR-ID(WC-IDX)
              END-IF
           END-IF.

      *****************************************************************
      *   BUSCAR UN DEPARTAMENTO EN LA TABLA (ALTA SI NO EXISTE); AL  *
      *   SALIR WD-IDX APUNTA A SU ENTRADA                            *
      *****************************************************************
       2330-BUSCAR-DEPTO.
           SET WD-IDX TO 1
           SEARCH WD-DEPTO
              AT END
                 CONTINUE
              WHEN WD-IDX GREATER THAN WD-TOTAL-DEPTOS
                 CONTINUE
              WHEN WD-DEPARTAMENTO(WD-IDX) EQUAL WD-DEPTO-BUSCADO
                 CONTINUE
           END-SEARCH

           IF WD-IDX GREATER THAN WD-TOTAL-DEPTOS
              IF WD-TOTAL-DEPTOS EQUAL 500
                 DISPLAY 'TABLA DE DEPARTAMENTOS EXCEDE 500'
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
              ADD 1 TO WD-TOTAL-DEPTOS
              SET WD-IDX TO WD-TOTAL-DEPTOS
              MOVE WD-DEPTO-BUSCADO TO WD-DEPARTAMENTO(WD-IDX)
              MOVE ZEROES TO WD-EMPLEADOS(WD-IDX)
              MOVE ZEROES TO WD-CON-RANGO(WD-IDX)
              MOVE ZEROES TO WD-SUMA-SALARIO(WD-IDX)
              MOVE ZEROES TO WD-SUMA-COMPA(WD-IDX)
              MOVE ZEROES TO WD-BAJO-MEDIO(WD-IDX)
              MOVE ZEROES TO WD-CIRCULO-VERDE(WD-IDX)
              MOVE ZEROES TO WD-CIRCULO-ROJO(WD-IDX)
              MOVE ZEROES TO WD-INVERSIONES(WD-IDX)
           END-IF.

      *****************************************************************
      *                            FINAL                              *
      *****************************************************************
       3000-FINAL.
           PERFORM 3300-DETECTAR-INVERSIONES
           PERFORM 3220-ESCRIBIR-CATEGORIAS
           PERFORM 3230-ESCRIBIR-DEPTOS

           IF WA-CIRCULO-VERDE GREATER THAN ZEROES OR
              WA-CIRCULO-ROJO GREATER THAN ZEROES OR
              WA-INVERSIONES GREATER THAN ZEROES OR
              WA-SIN-RANGO GREATER THAN ZEROES
              MOVE 04 TO W-COD-RETORNO
           ELSE
              MOVE 00 TO W-COD-RETORNO
           END-IF

           PERFORM 3210-ESCRIBIR-TOTALES
           PERFORM 3100-CERRAR-ARCHIVOS
           PERFORM 3200-CIFRAS-CONTROL
           PERFORM 3110-FIN-PROGRAMA.

      *****************************************************************
      *   INVERSIONES: PARA CADA PAR DE CELDAS DEL MISMO DEPARTAMENTO *
      *   DONDE LA CATEGORIA DE WC-IDX ES INFERIOR (MEDIO MENOR) A LA *
      *   DE WC-IDX-B, HAY INVERSION SI EL MEJOR PAGADO DE LA         *
      *   INFERIOR GANA MAS QUE EL PEOR PAGADO DE LA SUPERIOR         *
      *****************************************************************
       3300-DETECTAR-INVERSIONES.
           MOVE SPACES TO W-LINEA-ESTRUC
           PERFORM 3215-GRABAR-LINEA-ESTRUC
           MOVE SPACES TO W-LINEA-ESTRUC
           STRING 'INVERSIONES (CATEGORIA INFERIOR QUE GANA MAS QUE '
                  DELIMITED BY SIZE
                  'UNA SUPERIOR EN EL MISMO DEPARTAMENTO)'
                  DELIMITED BY SIZE
                  INTO W-LINEA-ESTRUC
           PERFORM 3215-GRABAR-LINEA-ESTRUC
           MOVE SPACES TO W-LINEA-ESTRUC
           STRING 'DEPT CA ID INF         SALARIO   CA ID SUP'
                  DELIMITED BY SIZE
                  '         SALARIO' DELIMITED BY SIZE
                  INTO W-LINEA-ESTRUC
           PERFORM 3215-GRABAR-LINEA-ESTRUC

           PERFORM VARYING WC-IDX FROM 1 BY 1
              UNTIL WC-IDX GREATER THAN WC-TOTAL-CELDAS
              PERFORM VARYING WC-IDX-B FROM 1 BY 1
                 UNTIL WC-IDX-B GREATER THAN WC-TOTAL-CELDAS
                 IF WC-DEPARTAMENTO(WC-IDX-B) EQUAL
                    WC-DEPARTAMENTO(WC-IDX)
                    AND WC-MEDIO(WC-IDX) LESS THAN WC-MEDIO(WC-IDX-B)
                    AND WC-MAYOR-SALARIO(WC-IDX) GREATER THAN
                        WC-MENOR-SALARIO(WC-IDX-B)
                    PERFORM 3310-GRABAR-INVERSION
                 END-IF
              END-PERFORM
           END-PERFORM

           IF WA-INVERSIONES EQUAL ZEROES
              MOVE SPACES TO W-LINEA-ESTRUC
              MOVE 'SIN INVERSIONES' TO W-LINEA-ESTRUC
              PERFORM 3215-GRABAR-LINEA-ESTRUC
           END-IF.

      *****************************************************************
      *   GRABAR UNA INVERSION Y CONTARLA EN SU DEPARTAMENTO          *
      *****************************************************************
       3310-GRABAR-INVERSION.
           ADD 1 TO WA-INVERSIONES
           MOVE WC-DEPARTAMENTO(WC-IDX) TO WD-DEPTO-BUSCADO
           PERFORM 2330-BUSCAR-DEPTO
           ADD 1 TO WD-INVERSIONES(WD-IDX)

           MOVE WC-MAYOR-SALARIO(WC-IDX)   TO WEE-SALARIO
           MOVE WC-MENOR-SALARIO(WC-IDX-B) TO WEE-SALARIO-B
           MOVE SPACES TO W-LINEA-ESTRUC
           STRING WC-DEPARTAMENTO(WC-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WC-CATEGORIA(WC-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WC-MAYOR-ID(WC-IDX) DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  WEE-SALARIO DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  WC-CATEGORIA(WC-IDX-B) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WC-MENOR-ID(WC-IDX-B) DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  WEE-SALARIO-B DELIMITED BY SIZE
                  INTO W-LINEA-ESTRUC
           PERFORM 3215-GRABAR-LINEA-ESTRUC.

      *****************************************************************
      *   RESUMEN POR CATEGORIA: RANGO, EMPLEADOS, SALARIO PROMEDIO,  *
      *   MENOR Y MAYOR PAGADO, COMPA-RATIO PROMEDIO Y CONTEOS        *
      *****************************************************************
       3220-ESCRIBIR-CATEGORIAS.
           MOVE SPACES TO W-LINEA-ESTRUC
           PERFORM 3215-GRABAR-LINEA-ESTRUC
           MOVE SPACES TO W-LINEA-ESTRUC
           STRING 'CA         MINIMO          MEDIO         MAXIMO'
                  DELIMITED BY SIZE
                  '   EMPL.       PROMEDIO   MENOR PAGADO'
                  DELIMITED BY SIZE
                  '   MAYOR PAGADO     COMPA BAJO.M VERDES  ROJOS'
                  DELIMITED BY SIZE
                  INTO W-LINEA-ESTRUC
           PERFORM 3215-GRABAR-LINEA-ESTRUC

           PERFORM VARYING WE-IDX FROM 1 BY 1
              UNTIL WE-IDX GREATER THAN WE-TOTAL-RANGOS
              MOVE WE-MINIMO(WE-IDX)        TO WEE-MINIMO
              MOVE WE-MEDIO(WE-IDX)         TO WEE-MEDIO
              MOVE WE-MAXIMO(WE-IDX)        TO WEE-MAXIMO
              MOVE WE-EMPLEADOS(WE-IDX)     TO WEE-CONTEO
              MOVE WE-MENOR-SALARIO(WE-IDX) TO WEE-SALARIO
              MOVE WE-MAYOR-SALARIO(WE-IDX) TO WEE-SALARIO-B
              MOVE WE-BAJO-MEDIO(WE-IDX)    TO WEE-CONTEO-B
              MOVE WE-CIRCULO-VERDE(WE-IDX) TO WEE-CONTEO-C
              MOVE WE-CIRCULO-ROJO(WE-IDX)  TO WEE-CONTEO-D
              IF WE-EMPLEADOS(WE-IDX) GREATER THAN ZEROES
                 COMPUTE WN-PROMEDIO ROUNDED =
                         WE-SUMA-SALARIO(WE-IDX) / WE-EMPLEADOS(WE-IDX)
                 COMPUTE WN-COMPA-PROMEDIO ROUNDED =
                         WE-SUMA-COMPA(WE-IDX) / WE-EMPLEADOS(WE-IDX)
              ELSE
                 MOVE ZEROES TO WN-PROMEDIO
                 MOVE ZEROES TO WN-COMPA-PROMEDIO
              END-IF
              MOVE WN-PROMEDIO       TO WEE-PROMEDIO
              MOVE WN-COMPA-PROMEDIO TO WEE-COMPA
              MOVE SPACES TO W-LINEA-ESTRUC
              STRING WE-CATEGORIA(WE-IDX) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WEE-MINIMO DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WEE-MEDIO DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WEE-MAXIMO DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WEE-CONTEO DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WEE-PROMEDIO DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WEE-SALARIO DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WEE-SALARIO-B DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WEE-COMPA DELIMITED BY SIZE
                     WEE-CONTEO-B DELIMITED BY SIZE
                     WEE-CONTEO-C DELIMITED BY SIZE
                     WEE-CONTEO-D DELIMITED BY SIZE
                     INTO W-LINEA-ESTRUC
              PERFORM 3215-GRABAR-LINEA-ESTRUC
           END-PERFORM.

      *****************************************************************
      *   RESUMEN POR DEPARTAMENTO: EMPLEADOS, SALARIO PROMEDIO,      *
      *   COMPA-RATIO PROMEDIO (SOLO EMPLEADOS CON RANGO), CONTEOS E  *
      *   INVERSIONES                                                 *
      *****************************************************************
       3230-ESCRIBIR-DEPTOS.
           MOVE SPACES TO W-LINEA-ESTRUC
           PERFORM 3215-GRABAR-LINEA-ESTRUC
           MOVE SPACES TO W-LINEA-ESTRUC
           STRING 'DEPT   EMPL.       PROMEDIO     COMPA BAJO.M'
                  DELIMITED BY SIZE
                  ' VERDES  ROJOS INVERS' DELIMITED BY SIZE
                  INTO W-LINEA-ESTRUC
           PERFORM 3215-GRABAR-LINEA-ESTRUC

           PERFORM VARYING WD-IDX FROM 1 BY 1
              UNTIL WD-IDX GREATER THAN WD-TOTAL-DEPTOS
              COMPUTE WN-PROMEDIO ROUNDED =
                      WD-SUMA-SALARIO(WD-IDX) / WD-EMPLEADOS(WD-IDX)
              IF WD-CON-RANGO(WD-IDX) GREATER THAN ZEROES
                 COMPUTE WN-COMPA-PROMEDIO ROUNDED =
                         WD-SUMA-COMPA(WD-IDX) / WD-CON-RANGO(WD-IDX)
              ELSE
                 MOVE ZEROES TO WN-COMPA-PROMEDIO
              END-IF
              MOVE WD-EMPLEADOS(WD-IDX)     TO WEE-CONTEO
              MOVE WN-PROMEDIO              TO WEE-SALARIO
              MOVE WN-COMPA-PROMEDIO        TO WEE-COMPA
              MOVE WD-BAJO-MEDIO(WD-IDX)    TO WEE-CONTEO-B
              MOVE WD-CIRCULO-VERDE(WD-IDX) TO WEE-CONTEO-C
              MOVE WD-CIRCULO-ROJO(WD-IDX)  TO WEE-CONTEO-D
              MOVE WD-INVERSIONES(WD-IDX)   TO WEE-CONTEO-E
              MOVE SPACES TO W-LINEA-ESTRUC
              STRING WD-DEPARTAMENTO(WD-IDX) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WEE-CONTEO DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WEE-SALARIO DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WEE-COMPA DELIMITED BY SIZE
                     WEE-CONTEO-B DELIMITED BY SIZE
                     WEE-CONTEO-C DELIMITED BY SIZE
                     WEE-CONTEO-D DELIMITED BY SIZE
                     WEE-CONTEO-E DELIMITED BY SIZE
                     INTO W-LINEA-ESTRUC
              PERFORM 3215-GRABAR-LINEA-ESTRUC
           END-PERFORM.

      *****************************************************************
      *                 TOTALES GENERALES DEL ANALISIS                *
      *****************************************************************
       3210-ESCRIBIR-TOTALES.
           MOVE SPACES TO W-LINEA-ESTRUC
           PERFORM 3215-GRABAR-LINEA-ESTRUC

           MOVE WA-LEIDO-SALIDA1 TO WEE-CONTEO
           MOVE WA-CON-RANGO     TO WEE-CONTEO-B
           MOVE WA-SIN-RANGO     TO WEE-CONTEO-C
           MOVE SPACES TO W-LINEA-ESTRUC
           STRING 'EMPLEADOS: ' DELIMITED BY SIZE
                  WEE-CONTEO DELIMITED BY SIZE
                  '  CON RANGO: ' DELIMITED BY SIZE
                  WEE-CONTEO-B DELIMITED BY SIZE
                  '  SIN ESTRUCTURA: ' DELIMITED BY SIZE
                  WEE-CONTEO-C DELIMITED BY SIZE
                  INTO W-LINEA-ESTRUC
           PERFORM 3215-GRABAR-LINEA-ESTRUC

           IF WA-CON-RANGO GREATER THAN ZEROES
              COMPUTE WN-COMPA-PROMEDIO ROUNDED =
                      WA-SUMA-COMPA / WA-CON-RANGO
           ELSE
              MOVE ZEROES TO WN-COMPA-PROMEDIO
           END-IF
           MOVE WA-DENTRO-RANGO   TO WEE-CONTEO
           MOVE WA-CIRCULO-VERDE  TO WEE-CONTEO-B
           MOVE WA-CIRCULO-ROJO   TO WEE-CONTEO-C
           MOVE WA-INVERSIONES    TO WEE-CONTEO-D
           MOVE WN-COMPA-PROMEDIO TO WEE-COMPA
           MOVE SPACES TO W-LINEA-ESTRUC
           STRING 'DENTRO DEL RANGO: ' DELIMITED BY SIZE
                  WEE-CONTEO DELIMITED BY SIZE
                  '  CIRCULOS VERDES: ' DELIMITED BY SIZE
                  WEE-CONTEO-B DELIMITED BY SIZE
                  '  CIRCULOS ROJOS: ' DELIMITED BY SIZE
                  WEE-CONTEO-C DELIMITED BY SIZE
                  '  INVERSIONES: ' DELIMITED BY SIZE
                  WEE-CONTEO-D DELIMITED BY SIZE
                  '  COMPA PROMEDIO: ' DELIMITED BY SIZE
                  WEE-COMPA DELIMITED BY SIZE
                  INTO W-LINEA-ESTRUC
           PERFORM 3215-GRABAR-LINEA-ESTRUC.

      *****************************************************************
      *           GRABAR UNA LINEA DEL REPORTE DE ESTRUCTURA          *
      *****************************************************************
       3215-GRABAR-LINEA-ESTRUC.
           WRITE REG-ESTRUC FROM W-LINEA-ESTRUC
           IF WFS-ESTRUC NOT EQUAL '00'
              DISPLAY 'HUBO UN ERROR AL GRABAR SALIDA-ESTRUC'
                       WFS-ESTRUC
              MOVE 12 TO W-COD-RETORNO
              PERFORM 3110-FIN-PROGRAMA
           END-IF.

      *****************************************************************
      *                         CERRAR ARCHIVOS                       *
      *****************************************************************
       3100-CERRAR-ARCHIVOS.
           CLOSE SALIDA1
                 SALIDA-ESTRUC

           IF WFS-SALIDA1 EQUAL '00' AND
              WFS-ESTRUC EQUAL '00'
              DISPLAY '****************************************'
              DISPLAY 'LOS ARCHIVOS SE CERRARON CORRECTAMENTE'
              DISPLAY '****************************************'
           ELSE
              DISPLAY 'ERROR AL CERRAR ARCHIVO SALIDA1' WFS-SALIDA1
              DISPLAY 'ERROR AL CERRAR ARCHIVO SALIDA-ESTRUC'
                       WFS-ESTRUC
              MOVE 12 TO W-COD-RETORNO
              PERFORM 3110-FIN-PROGRAMA
           END-IF.

      *****************************************************************
      *                 CIFRAS DE CONTROL POR CONSOLA                 *
      *****************************************************************
       3200-CIFRAS-CONTROL.
           DISPLAY 'LEIDOS SALIDA1 ' WA-LEIDO-SALIDA1
                   ' CON RANGO ' WA-CON-RANGO
                   ' SIN ESTRUCTURA ' WA-SIN-RANGO
           DISPLAY 'CIRCULOS VERDES ' WA-CIRCULO-VERDE
                   ' CIRCULOS ROJOS ' WA-CIRCULO-ROJO
                   ' INVERSIONES ' WA-INVERSIONES.

       3110-FIN-PROGRAMA.
           MOVE W-COD-RETORNO TO RETURN-CODE
           STOP RUN.
