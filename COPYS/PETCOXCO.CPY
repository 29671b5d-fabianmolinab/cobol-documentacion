      * ALIAS COPY MEMBER - RESUELVE EL NOMBRE DE LIBRERIA REAL
      * (VER PETCWXCO.CPY PARA EL LAYOUT FISICO DEL REGISTRO)
       COPY PETCWXCO.
