      * ALIAS COPY MEMBER - RESUELVE EL NOMBRE DE LIBRERIA REAL
      * (VER PETCWHAB.CPY PARA EL LAYOUT FISICO DEL REGISTRO)
       COPY PETCWHAB.
