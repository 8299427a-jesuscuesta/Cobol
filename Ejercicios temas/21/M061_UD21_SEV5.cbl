      * de reparto de las poblaciones (RPOORD): el conductor deja
      * de ordenar papeles sobre el capo. Los pedidos de ese dia
      * sin ruta asignada cierran el informe en una hoja propia.
      * La hoja firmada vuelve con el repartidor y se teclea en
      * UD21E12, que deja cada pedido entregado o no entregado.
      * Cada hoja suma el peso y el volumen del envio de sus pedidos
      * (EXPPES y EXPVOL en EXPEDIC.DAT) y, si la ruta tiene
      * vehiculo (RUTVEH en VEHICULO.DAT), los compara con su carga
      * util y su caja. Con sobrecarga, los pedidos que ya no caben
      * siguiendo el orden de reparto salen marcados con '*' y al
      * pie se propone para cada uno otra ruta que sirva ese dia de
      * la semana y tenga hueco en su vehiculo o, si ninguna lo
      * tiene, un segundo viaje.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
            SELECT FPED ASSIGN TO DISK 'PEDIDOS.DAT'
            RECORD KEY IS PEDNUM
            ALTERNATE RECORD KEY IS PEDCLF WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FPED.
            SELECT FRUT ASSIGN TO DISK 'RUTAS.DAT'
            RECORD KEY IS RUTCOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FRUT.
      *
            SELECT FEXP ASSIGN TO DISK 'EXPEDIC.DAT'
            RECORD KEY IS EXPPED
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FEXP.
      *
            SELECT FVEH ASSIGN TO DISK 'VEHICULO.DAT'
            RECORD KEY IS VEHCOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FVEH.
      *
            SELECT FLISTA ASSIGN TO DISK 'HOJARUTA.PRN'
            ORGANIZATION IS SEQUENTIAL
      *
       FD FRUT LABEL RECORD IS STANDARD.
           COPY REGRUT.
      *
       FD FEXP LABEL RECORD IS STANDARD.
           COPY REGEXP.
      *
       FD FVEH LABEL RECORD IS STANDARD.
           COPY REGVEH.
      *
       FD FLISTA LABEL RECORD IS STANDARD.
           01 LIN-IMPR PIC X(80).
              03 RP-CLI  PIC X(4).
              03 RP-NOM  PIC X(20).
              03 RP-POB  PIC X(20).
              03 RP-PES  PIC 9(5)V99.
              03 RP-VOL  PIC 9(5)V99.
      * Ruta en TABLA-CARGA; '2' si ya no cabe en el vehiculo, y
      * la ruta propuesta para llevarlo (en blanco, segundo viaje).
              03 RP-RTI  PIC 99.
              03 RP-VIA  PIC X.
              03 RP-SUG  PIC XX.
      *
      * Carga de cada ruta del dia contra su vehiculo. CG-PES y
      * CG-VOL es lo que cabe en el primer viaje, CG-TPES y CG-TVOL
      * la carga total de la ruta y CG-RPES y CG-RVOL lo que se le
      * propone recoger de otras rutas.
       77 NUMCG-T    PIC 99 VALUE 0.
       77 CGIDX      PIC 99.
       77 CGIDX2     PIC 99.
       01 TABLA-CARGA.
           02 CG OCCURS 50 TIMES.
              03 CG-RUT  PIC XX.
              03 CG-VEH  PIC X(4).
              03 CG-MAT  PIC X(10).
              03 CG-CON  PIC X.
              03 CG-SIR  PIC X.
              03 CG-CPES PIC 9(5)V99.
              03 CG-CVOL PIC 9(5)V99.
              03 CG-PES  PIC 9(6)V99.
              03 CG-VOL  PIC 9(6)V99.
              03 CG-TPES PIC 9(6)V99.
              03 CG-TVOL PIC 9(6)V99.
              03 CG-RPES PIC 9(6)V99.
              03 CG-RVOL PIC 9(6)V99.
              03 CG-NMOV PIC 999.
       77 CABE       PIC X.
       77 FINRUT     PIC X.
       77 NUMSOB     PIC 99 VALUE 0.
       77 EXC-PES    PIC 9(6)V99.
       77 EXC-VOL    PIC 9(6)V99.
      *
      * Dia de la semana de la fecha pedida (1 = lunes).
       77 DIA-SEL    PIC 9.
       77 COCIENTE-R PIC 9(5).
       77 RESTO7     PIC 9.
       77 CAL-OPER   PIC X(3).
       77 CAL-FECHA1 PIC 9(8).
       77 CAL-FECHA2 PIC 9(8).
       77 CAL-DIAS   PIC S9(5).
       77 CAL-OK     PIC X.
      *
      * Ordenacion por seleccion dentro de cada ruta.
       77 ORD-I      PIC 999.
           02 SW-CLI  PIC X(4).
           02 SW-NOM  PIC X(20).
           02 SW-POB  PIC X(20).
           02 SW-PES  PIC 9(5)V99.
           02 SW-VOL  PIC 9(5)V99.
           02 SW-RTI  PIC 99.
           02 SW-VIA  PIC X.
           02 SW-SUG  PIC XX.
      *
      * Ruta de la hoja en curso.
       77 RUT-ACT    PIC XX.
       77 FS-FCLI    PIC XX.
       77 FS-FRPO    PIC XX.
       77 FS-FRUT    PIC XX.
       77 FS-FEXP    PIC XX.
       77 FS-FVEH    PIC XX.
       77 FS-FLISTA  PIC XX.
       77 MSGFS      PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
           02 FILLER  PIC X(6)  VALUE 'Clte.'.
           02 FILLER  PIC X(22) VALUE 'Nombre'.
           02 FILLER  PIC X(20) VALUE 'Poblacion'.
           02 FILLER  PIC X(5)  VALUE SPACES.
           02 FILLER  PIC X(10) VALUE 'Kilos'.
      *
       01 BLANCO-IMPR  PIC X(80) VALUE SPACES.
       01 GUION-IMPR   PIC X(80) VALUE ALL '-'.
           02 DET-NOM  PIC X(20).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-POB  PIC X(20).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-PES  PIC ZZ.ZZ9,99.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-MAR  PIC X.
           02 FILLER   PIC X(3)  VALUE SPACES.
      *
      * Pie de la hoja: carga de la ruta y su vehiculo.
       01 LIN-PIE      PIC X(80).
       01 LINEA-CARGA.
           02 FILLER   PIC X(4)  VALUE SPACES.
           02 FILLER   PIC X(22) VALUE 'Carga de la ruta.....:'.
           02 CAR-PES  PIC ZZZ.ZZ9,99.
           02 FILLER   PIC X(7)  VALUE ' kilos '.
           02 CAR-VOL  PIC ZZZ.ZZ9,99.
           02 FILLER   PIC X(7)  VALUE ' litros'.
           02 FILLER   PIC X(20) VALUE SPACES.
       01 LINEA-VEHICULO.
           02 FILLER   PIC X(4)  VALUE SPACES.
           02 FILLER   PIC X(9)  VALUE 'Vehiculo '.
           02 VEH-COD  PIC X(4).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 VEH-MAT  PIC X(10).
           02 FILLER   PIC X(1)  VALUE ':'.
           02 VEH-PES  PIC ZZZ.ZZ9,99.
           02 FILLER   PIC X(7)  VALUE ' kilos '.
           02 VEH-VOL  PIC ZZZ.ZZ9,99.
           02 FILLER   PIC X(7)  VALUE ' litros'.
           02 FILLER   PIC X(17) VALUE SPACES.
       01 LINEA-SOBRECARGA.
           02 FILLER   PIC X(4)  VALUE SPACES.
           02 FILLER   PIC X(22) VALUE '*** SOBRECARGA, exceso'.
           02 SOB-PES  PIC ZZZ.ZZ9,99.
           02 FILLER   PIC X(7)  VALUE ' kilos '.
           02 SOB-VOL  PIC ZZZ.ZZ9,99.
           02 FILLER   PIC X(7)  VALUE ' litros'.
           02 FILLER   PIC X(20) VALUE SPACES.
       01 LINEA-RECOGE.
           02 FILLER   PIC X(4)  VALUE SPACES.
           02 FILLER   PIC X(22) VALUE 'Propuesto de otras...:'.
           02 REC-PES  PIC ZZZ.ZZ9,99.
           02 FILLER   PIC X(7)  VALUE ' kilos '.
           02 REC-VOL  PIC ZZZ.ZZ9,99.
           02 FILLER   PIC X(7)  VALUE ' litros'.
           02 FILLER   PIC X(20) VALUE SPACES.
       01 LINEA-MOVER.
           02 FILLER   PIC X(6)  VALUE SPACES.
           02 FILLER   PIC X(9)  VALUE '* Pedido '.
           02 MOV-PED  PIC 9(6).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 MOV-PES  PIC ZZ.ZZ9,99.
           02 FILLER   PIC X(7)  VALUE ' kilos '.
           02 MOV-VOL  PIC ZZ.ZZ9,99.
           02 FILLER   PIC X(9)  VALUE ' litros: '.
           02 MOV-TXT  PIC X(23).
       01 TXT-RUTA.
           02 FILLER   PIC X(16) VALUE 'pasar a la ruta '.
           02 TXT-RUT  PIC XX.
           02 FILLER   PIC X(5)  VALUE SPACES.
123456*
       PROCEDURE DIVISION.
       COMIENZO.
      * ************************************************
        INICIO.
           MOVE 0 TO NUMREP-T.
           MOVE 0 TO NUMCG-T.
           MOVE 0 TO NUMSOB.
           MOVE 0 TO NUMPAG.
           OPEN INPUT FPED.
           IF FS-FPED NOT = '00' THEN
           IF FS-FRUT NOT = '00' AND FS-FRUT NOT = '35' THEN
              PERFORM ERROR-FICHERO-FRUT
              GOBACK.
      *
      * Sin EXPEDIC.DAT los pedidos pesan cero; sin VEHICULO.DAT
      * ninguna ruta tiene comprobacion de carga.
           OPEN INPUT FEXP.
           IF FS-FEXP NOT = '00' AND FS-FEXP NOT = '35' THEN
              PERFORM ERROR-FICHERO-FEXP
              GOBACK.
           OPEN INPUT FVEH.
           IF FS-FVEH NOT = '00' AND FS-FVEH NOT = '35' THEN
              PERFORM ERROR-FICHERO-FVEH
              GOBACK.
      *
           OPEN OUTPUT FLISTA.
           IF FS-FLISTA NOT = '00' THEN
        PROCESO.
           PERFORM CARGAR-REPARTO.
           PERFORM ORDENAR-REPARTO.
           PERFORM CALCULAR-DIA-SEL.
           PERFORM CARGAR-RUTAS.
           PERFORM REPARTIR-CARGA
              VARYING REPIDX FROM 1 BY 1 UNTIL REPIDX > NUMREP-T.
           PERFORM PROPONER-RUTA
              VARYING REPIDX FROM 1 BY 1 UNTIL REPIDX > NUMREP-T.
           PERFORM IMPRIMIR-HOJAS.
      *
           IF NUMSOB > 0 THEN
              DISPLAY 'Rutas con sobrecarga:' LINE 21 POSITION 14
              DISPLAY NUMSOB LINE 21 POSITION 36.
           DISPLAY 'HOJAS GENERADAS EN HOJARUTA.PRN'
                            LINE 23 POSITION 14 REVERSE.
           ACCEPT CONTINUA  LINE 23 POSITION 79 NO BEEP.
              CLOSE FRPO.
           IF FS-FRUT NOT = '35' THEN
              CLOSE FRUT.
           IF FS-FEXP NOT = '35' THEN
              CLOSE FEXP.
           IF FS-FVEH NOT = '35' THEN
              CLOSE FVEH.
           CLOSE FPED FCLI FLISTA.
      *
      * ************************************************
           MOVE CLINOM TO RP-NOM(NUMREP-T).
           MOVE CLIPOB TO RP-POB(NUMREP-T).
      *
      * Peso y volumen del envio grabado por la expedicion.
           MOVE ZEROS TO RP-PES(NUMREP-T) RP-VOL(NUMREP-T).
           MOVE 0 TO RP-RTI(NUMREP-T).
           MOVE SPACES TO RP-VIA(NUMREP-T) RP-SUG(NUMREP-T).
           IF FS-FEXP NOT = '35' THEN
              PERFORM LEER-ENVIO.
      *
      * Ruta de la poblacion; sin asignacion, al grupo ??.
           MOVE '??' TO RP-RUT(NUMREP-T).
           MOVE 999 TO RP-ORD(NUMREP-T).
              IF EXISTE = SPACES THEN
                 MOVE RPORUT TO RP-RUT(NUMREP-T)
                 MOVE RPOORD TO RP-ORD(NUMREP-T).
      *
       LEER-ENVIO.
           MOVE PEDNUM TO EXPPED.
           MOVE SPACES TO EXISTE.
           READ FEXP RECORD KEY IS EXPPED INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = SPACES THEN
              MOVE EXPPES TO RP-PES(NUMREP-T)
              MOVE EXPVOL TO RP-VOL(NUMREP-T).
      *
      * ************************************************
      * Ordena la tabla por ruta y, dentro de la ruta, por el
                 MOVE ORD-J TO ORD-MIN.
      *
      * ************************************************
      * Dia de la semana de la fecha de entrega: dias desde el
      * lunes 01/01/2024, modulo 7, mas 1 (como UD11E1)
      * ************************************************
       CALCULAR-DIA-SEL.
           MOVE 'DIF' TO CAL-OPER.
           MOVE 20240101 TO CAL-FECHA1.
           MOVE FSEL-N TO CAL-FECHA2.
           CALL 'FECHACAL' USING CAL-OPER, CAL-FECHA1, CAL-FECHA2,
                                 CAL-DIAS, CAL-OK.
           DIVIDE CAL-DIAS BY 7 GIVING COCIENTE-R REMAINDER RESTO7.
           COMPUTE DIA-SEL = RESTO7 + 1.
      *
      * ************************************************
      * Tabla de carga: una entrada por ruta del dia, con su
      * vehiculo y sus capacidades, y detras las demas rutas que
      * sirven ese dia de la semana con vehiculo, por si tienen
      * hueco para lo que no quepa en otra
      * ************************************************
       CARGAR-RUTAS.
           MOVE HIGH-VALUES TO RUT-ACT.
           MOVE 0 TO CGIDX.
           PERFORM RUTA-DEL-PEDIDO
              VARYING REPIDX FROM 1 BY 1 UNTIL REPIDX > NUMREP-T.
      *
           MOVE 'S' TO FINRUT.
           IF FS-FRUT NOT = '35' THEN
              MOVE SPACE TO FINRUT
              MOVE LOW-VALUES TO RUTCOD
              START FRUT KEY IS NOT LESS RUTCOD INVALID KEY
                                         MOVE 'S' TO FINRUT.
           PERFORM RUTA-SIN-REPARTO UNTIL FINRUT = 'S'
                                       OR NUMCG-T = 50.
      *
       RUTA-DEL-PEDIDO.
           IF RP-RUT(REPIDX) NOT = RUT-ACT THEN
              MOVE RP-RUT(REPIDX) TO RUT-ACT
              MOVE 0 TO CGIDX
              IF NUMCG-T < 50 THEN
                 PERFORM ANOTAR-RUTA
                 PERFORM BUSCAR-DATOS-RUTA.
           MOVE CGIDX TO RP-RTI(REPIDX).
      *
       ANOTAR-RUTA.
           ADD 1 TO NUMCG-T.
           MOVE NUMCG-T TO CGIDX.
           MOVE RUT-ACT TO CG-RUT(CGIDX).
           MOVE SPACES TO CG-VEH(CGIDX) CG-MAT(CGIDX).
           MOVE 'N' TO CG-CON(CGIDX) CG-SIR(CGIDX).
           MOVE ZEROS TO CG-CPES(CGIDX) CG-CVOL(CGIDX)
                         CG-PES(CGIDX)  CG-VOL(CGIDX)
                         CG-TPES(CGIDX) CG-TVOL(CGIDX)
                         CG-RPES(CGIDX) CG-RVOL(CGIDX)
                         CG-NMOV(CGIDX).
      *
       BUSCAR-DATOS-RUTA.
           IF RUT-ACT NOT = '??' AND FS-FRUT NOT = '35' THEN
              PERFORM LEER-RUTA
              IF EXISTE = SPACES THEN
                 PERFORM DATOS-RUTA.
      *
       LEER-RUTA.
           MOVE RUT-ACT TO RUTCOD.
           MOVE SPACES TO EXISTE.
           READ FRUT RECORD KEY IS RUTCOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
       DATOS-RUTA.
           MOVE RUTDIA(DIA-SEL:1) TO CG-SIR(CGIDX).
           MOVE RUTVEH TO CG-VEH(CGIDX).
           IF RUTVEH NOT = SPACES AND FS-FVEH NOT = '35' THEN
              PERFORM LEER-VEHICULO
              IF EXISTE = SPACES THEN
                 MOVE 'S'    TO CG-CON(CGIDX)
                 MOVE VEHMAT TO CG-MAT(CGIDX)
                 MOVE VEHPES TO CG-CPES(CGIDX)
                 MOVE VEHVOL TO CG-CVOL(CGIDX).
      *
       LEER-VEHICULO.
           MOVE RUTVEH TO VEHCOD.
           MOVE SPACES TO EXISTE.
           READ FVEH RECORD KEY IS VEHCOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
      * Rutas sin pedidos ese dia que lo sirven y tienen vehiculo.
       RUTA-SIN-REPARTO.
           READ FRUT NEXT RECORD AT END MOVE 'S' TO FINRUT.
           IF FINRUT NOT = 'S' AND RUTDIA(DIA-SEL:1) = 'S'
                AND RUTVEH NOT = SPACES THEN
              PERFORM BUSCAR-EN-TABLA.
      *
       BUSCAR-EN-TABLA.
           MOVE 0 TO CGIDX.
           PERFORM COMPARAR-RUTA
              VARYING CGIDX2 FROM 1 BY 1 UNTIL CGIDX2 > NUMCG-T.
           IF CGIDX = 0 THEN
              MOVE RUTCOD TO RUT-ACT
              PERFORM ANOTAR-RUTA
              PERFORM DATOS-RUTA.
      *
       COMPARAR-RUTA.
           IF CG-RUT(CGIDX2) = RUTCOD THEN
              MOVE CGIDX2 TO CGIDX.
      *
      * ************************************************
      * Suma cada pedido a la carga de su ruta y, siguiendo el
      * orden de reparto, marca los que ya no caben en el vehiculo
      * ************************************************
       REPARTIR-CARGA.
           MOVE RP-RTI(REPIDX) TO CGIDX.
           IF CGIDX > 0 THEN
              PERFORM SUMAR-CARGA.
      *
       SUMAR-CARGA.
           ADD RP-PES(REPIDX) TO CG-TPES(CGIDX).
           ADD RP-VOL(REPIDX) TO CG-TVOL(CGIDX).
           MOVE 'S' TO CABE.
           IF CG-CON(CGIDX) = 'S' THEN
              PERFORM COMPROBAR-CABE.
           IF CABE = 'S' THEN
              ADD RP-PES(REPIDX) TO CG-PES(CGIDX)
              ADD RP-VOL(REPIDX) TO CG-VOL(CGIDX)
            ELSE
              MOVE '2' TO RP-VIA(REPIDX)
              ADD 1 TO CG-NMOV(CGIDX).
      *
      * Una capacidad a cero no se comprueba.
       COMPROBAR-CABE.
           IF CG-CPES(CGIDX) > 0 AND
              CG-PES(CGIDX) + RP-PES(REPIDX) > CG-CPES(CGIDX) THEN
              MOVE 'N' TO CABE.
           IF CG-CVOL(CGIDX) > 0 AND
              CG-VOL(CGIDX) + RP-VOL(REPIDX) > CG-CVOL(CGIDX) THEN
              MOVE 'N' TO CABE.
      *
      * ************************************************
      * Para cada pedido que no cabe, busca otra ruta que sirva
      * ese dia y tenga hueco en su vehiculo contando lo que ya
      * se le ha propuesto; si no la hay, va en segundo viaje
      * ************************************************
       PROPONER-RUTA.
           IF RP-VIA(REPIDX) = '2' THEN
              PERFORM PROBAR-HUECO
                 VARYING CGIDX2 FROM 1 BY 1
                 UNTIL CGIDX2 > NUMCG-T OR RP-SUG(REPIDX) NOT = SPACES.
      *
       PROBAR-HUECO.
           IF CGIDX2 NOT = RP-RTI(REPIDX) AND CG-CON(CGIDX2) = 'S'
                AND CG-SIR(CGIDX2) = 'S' THEN
              PERFORM COMPROBAR-HUECO.
      *
       COMPROBAR-HUECO.
           MOVE 'S' TO CABE.
           IF CG-CPES(CGIDX2) > 0 AND
              CG-PES(CGIDX2) + CG-RPES(CGIDX2) + RP-PES(REPIDX)
                 > CG-CPES(CGIDX2) THEN
              MOVE 'N' TO CABE.
           IF CG-CVOL(CGIDX2) > 0 AND
              CG-VOL(CGIDX2) + CG-RVOL(CGIDX2) + RP-VOL(REPIDX)
                 > CG-CVOL(CGIDX2) THEN
              MOVE 'N' TO CABE.
           IF CABE = 'S' THEN
              MOVE CG-RUT(CGIDX2) TO RP-SUG(REPIDX)
              ADD RP-PES(REPIDX) TO CG-RPES(CGIDX2)
              ADD RP-VOL(REPIDX) TO CG-RVOL(CGIDX2).
      *
      * ************************************************
      * Imprime una hoja por ruta, con salto de hoja al cambiar
      * ************************************************
       IMPRIMIR-HOJAS.
           MOVE RP-CLI(REPIDX) TO DET-CLI.
           MOVE RP-NOM(REPIDX) TO DET-NOM.
           MOVE RP-POB(REPIDX) TO DET-POB.
           MOVE RP-PES(REPIDX) TO DET-PES.
           MOVE SPACE TO DET-MAR.
           IF RP-VIA(REPIDX) = '2' THEN
              MOVE '*' TO DET-MAR.
           WRITE LIN-IMPR FROM LINEA-DETALLE AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
      * Ultimo pedido de la ruta: pie con su carga.
           IF REPIDX = NUMREP-T THEN
              PERFORM PIE-RUTA
            ELSE
              IF RP-RUT(REPIDX + 1) NOT = RUT-ACT THEN
                 PERFORM PIE-RUTA.
      *
      * ************************************************
      * Pie de la hoja: carga total, vehiculo y capacidades, la
      * sobrecarga y que hacer con cada pedido que no cabe
      * ************************************************
       PIE-RUTA.
           MOVE RP-RTI(REPIDX) TO CGIDX.
           IF CGIDX > 0 THEN
              PERFORM PIE-CARGA.
      *
       PIE-CARGA.
           MOVE BLANCO-IMPR TO LIN-PIE.
           PERFORM ESCRIBIR-PIE.
           MOVE CG-TPES(CGIDX) TO CAR-PES.
           MOVE CG-TVOL(CGIDX) TO CAR-VOL.
           MOVE LINEA-CARGA TO LIN-PIE.
           PERFORM ESCRIBIR-PIE.
           IF CG-CON(CGIDX) = 'S' THEN
              PERFORM PIE-VEHICULO
            ELSE
              MOVE '    Sin vehiculo asignado: carga sin comprobar'
                                 TO LIN-PIE
              PERFORM ESCRIBIR-PIE.
      *
       PIE-VEHICULO.
           MOVE CG-VEH(CGIDX)  TO VEH-COD.
           MOVE CG-MAT(CGIDX)  TO VEH-MAT.
           MOVE CG-CPES(CGIDX) TO VEH-PES.
           MOVE CG-CVOL(CGIDX) TO VEH-VOL.
           MOVE LINEA-VEHICULO TO LIN-PIE.
           PERFORM ESCRIBIR-PIE.
      *
           MOVE ZEROS TO EXC-PES EXC-VOL.
           IF CG-CPES(CGIDX) > 0 AND
              CG-TPES(CGIDX) > CG-CPES(CGIDX) THEN
              COMPUTE EXC-PES = CG-TPES(CGIDX) - CG-CPES(CGIDX).
           IF CG-CVOL(CGIDX) > 0 AND
              CG-TVOL(CGIDX) > CG-CVOL(CGIDX) THEN
              COMPUTE EXC-VOL = CG-TVOL(CGIDX) - CG-CVOL(CGIDX).
           IF EXC-PES > 0 OR EXC-VOL > 0 THEN
              ADD 1 TO NUMSOB
              MOVE EXC-PES TO SOB-PES
              MOVE EXC-VOL TO SOB-VOL
              MOVE LINEA-SOBRECARGA TO LIN-PIE
              PERFORM ESCRIBIR-PIE
              PERFORM PIE-MOVER
                 VARYING REPIDX2 FROM 1 BY 1 UNTIL REPIDX2 > NUMREP-T.
      *
           IF CG-RPES(CGIDX) > 0 OR CG-RVOL(CGIDX) > 0 THEN
              MOVE CG-RPES(CGIDX) TO REC-PES
              MOVE CG-RVOL(CGIDX) TO REC-VOL
              MOVE LINEA-RECOGE TO LIN-PIE
              PERFORM ESCRIBIR-PIE.
      *
       PIE-MOVER.
           IF RP-RTI(REPIDX2) = CGIDX AND RP-VIA(REPIDX2) = '2' THEN
              MOVE RP-PED(REPIDX2) TO MOV-PED
              MOVE RP-PES(REPIDX2) TO MOV-PES
              MOVE RP-VOL(REPIDX2) TO MOV-VOL
              MOVE 'segundo viaje' TO MOV-TXT
              IF RP-SUG(REPIDX2) NOT = SPACES THEN
                 MOVE RP-SUG(REPIDX2) TO TXT-RUT
                 MOVE TXT-RUTA TO MOV-TXT.
           IF RP-RTI(REPIDX2) = CGIDX AND RP-VIA(REPIDX2) = '2' THEN
              MOVE LINEA-MOVER TO LIN-PIE
              PERFORM ESCRIBIR-PIE.
      *
       ESCRIBIR-PIE.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
           WRITE LIN-IMPR FROM LIN-PIE AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
      * ************************************************
      * Escribe la cabecera de la hoja de la ruta en curso
      * ************************************************
       ERROR-FICHERO-FRUT.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FRUT   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FEXP.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FEXP   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FVEH.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FVEH   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLISTA.
           DISPLAY MSGFS      LINE 23 POSITION 3 REVERSE.
