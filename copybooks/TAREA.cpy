      ******************************************************************
      * TAREA - Argumento de la rutina comun TAREA, que abre y
      * cierra las tareas de TAREAS.DAT (trazado REGTEA):
      *    TAN-OPER 'A' - abre una tarea del tipo y referencia
      *                   dados, salvo que ya haya una sin cerrar
      *                   (TAN-RES 'D'); vence a los TAN-DIAS dias
      *                   y va al operador TAN-ASG o, si esta en
      *                   blanco, al perfil TAN-ROL; TAN-USU es
      *                   el programa que la abre
      *    TAN-OPER 'C' - cierra las tareas sin cerrar del tipo y
      *                   referencia dados a nombre de TAN-USU
      *                   (TAN-NUM vuelve con cuantas)
      * TAN-RES vuelve 'S' hecho, 'D' ya existia, 'E' error de
      * fichero (estado en TAN-FS). Se copia en WORKING-STORAGE de
      * quien llama y en LINKAGE de la rutina.
      ******************************************************************
       01 TAREA-ARG.
          02 TAN-OPER  PIC X.
          02 TAN-TIPO  PIC X(6).
          02 TAN-REF   PIC X(12).
          02 TAN-DES   PIC X(40).
          02 TAN-PRI   PIC 9.
          02 TAN-DIAS  PIC 999.
          02 TAN-ASG   PIC X(8).
          02 TAN-ROL   PIC X.
          02 TAN-USU   PIC X(8).
          02 TAN-RES   PIC X.
             88 TAN-HECHA     VALUE 'S'.
             88 TAN-DUPLICADA VALUE 'D'.
             88 TAN-ERROR     VALUE 'E'.
          02 TAN-NUM   PIC 9(6).
          02 TAN-FS    PIC XX.
